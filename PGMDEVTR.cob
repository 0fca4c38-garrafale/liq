       CBL OPTIMIZE(FULL)
       PROCESS NOSEQ
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDEVTR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT    IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT  DEVBCO    ASSIGN       TO DEVBCO
                                 FILE STATUS  IS FS-DEVBCO.

               SELECT  CONTESL   ASSIGN       TO CONTESL
                                 FILE STATUS  IS FS-CONTESL.

               SELECT  MAEESTVS  ASSIGN       TO MAEESTVS
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS RANDOM
                                 RECORD  KEY  IS ESTVS-CLAVE
                                 FILE STATUS  IS FS-MAEEST.

               SELECT  DEVPAG    ASSIGN       TO DEVPAG
                                 FILE STATUS  IS FS-DEVPAG.

               SELECT  LISDEV    ASSIGN       TO LISDEV
                                 FILE STATUS  IS FS-LISDEV.

               SELECT  DEVFON    ASSIGN       TO DEVFON
                                 FILE STATUS  IS FS-DEVFON.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    DEVBCO  -  DEVOLUCIONES DE LOS BANCOS: UN REGISTRO POR      *
      *    CREDITO DEL CBUSAL QUE EL BANCO RECHAZO, CON LA REFERENCIA  *
      *    DE LA LIQUIDACION (NUMEST/NROLIQ Y LA FECHA DE PAGO DEL     *
      *    CREDITO, CBU-FPAG, PORQUE EL NUMERO SE REINICIA EN CADA     *
      *    CORRIDA), EL CBU AL QUE SE TRANSFIRIO Y EL MOTIVO           *
      ******************************************************************
       FD  DEVBCO
           RECORD 80 CHARACTERS
           BLOCK  0.
       01  REG-DEVBCO.
           03  DEVB-CODBCO          PIC 9(3).
           03  DEVB-NUMEST          PIC X(10).
           03  DEVB-NROLIQ          PIC 9(11).
           03  DEVB-CBU             PIC X(22).
           03  DEVB-IMPORTE         PIC S9(13)V99.
           03  DEVB-MONEDA          PIC X(1).
               88  DEVB-MONEDA-VALIDA     VALUE '1' '2' '3'.
           03  DEVB-MOTIVO          PIC X(2).
           03  DEVB-FDEVOL          PIC 9(6).
           03  DEVB-FPAG            PIC X(6).
           03  FILLER               PIC X(4).

      ******************************************************************
      *    CONTESL  -  LIQUIDACIONES EMITIDAS DE LAS QUE SALIERON LOS  *
      *    CREDITOS DEVUELTOS (UNA O MAS GENERACIONES CONCATENADAS,    *
      *    TODAS DE LA MONEDA DEL PARM)                                *
      ******************************************************************
       FD  CONTESL
           RECORD 2000 CHARACTERS
           BLOCK  0.
           COPY   CONTESZ.
           EJECT

       FD  MAEESTVS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   MAEESTL.
           EJECT

      ******************************************************************
      *    DEVPAG  -  PAGOS DEVUELTOS A REEMITIR: DATOS DE LA          *
      *    DEVOLUCION Y LA IMAGEN DEL CONTESL ORIGINAL, PARA VOLVER A  *
      *    PAGAR CUANDO AFILIACIONES CORRIJA LA CUENTA DEL COMERCIO    *
      ******************************************************************
       FD  DEVPAG
           RECORD 2070 CHARACTERS
           BLOCK  0.
       01  REG-DEVPAG.
           03  DEVP-NUMEST          PIC X(10).
           03  DEVP-NROLIQ          PIC 9(11).
           03  DEVP-CODBCO-DEV      PIC 9(3).
           03  DEVP-MOTIVO          PIC X(2).
           03  DEVP-MONEDA          PIC X(1).
           03  DEVP-FDEVOL          PIC 9(6).
           03  DEVP-IMPORTE         PIC S9(13)V99.
           03  DEVP-CBU             PIC X(22).
           03  DEVP-REG-CONTESL     PIC X(2000).

      ******************************************************************
      *    LISDEV  -  LISTADO DE DEVOLUCIONES: DETALLE DE CADA         *
      *    DEVOLUCION (APLICADA O RECHAZADA) Y RESUMEN POR BANCO Y     *
      *    MOTIVO                                                      *
      ******************************************************************
       FD  LISDEV
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-LISDEV             PIC X(132).

      ******************************************************************
      *    DEVFON  -  DEVUELTO POR BANCO/CASA/MONEDA PARA DESCONTAR    *
      *    DEL AVISO DE FONDEO DE LA LIQUIDACION SIGUIENTE             *
      ******************************************************************
       FD  DEVFON
           RECORD 80 CHARACTERS
           BLOCK  0.
           COPY   DEVFONZ.

       WORKING-STORAGE SECTION.
       01  W-FILE-STATUS.
           03  FS-DEVBCO          PIC XX VALUE SPACES.
           03  FS-CONTESL         PIC XX VALUE SPACES.
           03  FS-MAEEST          PIC XX VALUE SPACES.
           03  FS-DEVPAG          PIC XX VALUE SPACES.
           03  FS-LISDEV          PIC XX VALUE SPACES.
           03  FS-DEVFON          PIC XX VALUE SPACES.

       01  FIN-DEVBCO               PIC X VALUE 'N'.
           88 EOF-DEVBCO            VALUE 'Y'.

       01  FIN-CONTESL              PIC X VALUE 'N'.
           88 EOF-CONTESL           VALUE 'Y'.

       01  W-DEV-EN-TABLA           PIC X VALUE 'N'.
           88  DEV-EN-TABLA         VALUE 'S'.

      ******************************************************************
      *    TABLA-DEVOLUCIONES  -  EL DEVBCO COMPLETO, CLAVEADO POR     *
      *    NUMEST + FECHA DE PAGO + NROLIQ; CADA DEVOLUCION QUEDA      *
      *    PENDIENTE HASTA QUE APARECE SU LIQUIDACION EN EL CONTESL    *
      ******************************************************************
       01  TABLA-DEVOLUCIONES.
           03  WDEV-ELEM   OCCURS 1 TO 5000 TIMES
                           DEPENDING ON ODODEV
                           INDEXED BY  IDEV.
               05  WDEV-CLAVE.
                   07  WDEV-NUMEST       PIC X(10).
                   07  WDEV-FPAG         PIC X(6).
                   07  WDEV-NROLIQ       PIC 9(11).
               05  WDEV-CODBCO           PIC 9(3).
               05  WDEV-CBU              PIC X(22).
               05  WDEV-IMPORTE          PIC S9(13)V99.
               05  WDEV-MONEDA           PIC X(1).
               05  WDEV-MOTIVO           PIC X(2).
               05  WDEV-FDEVOL           PIC 9(6).
               05  WDEV-ESTADO           PIC X(1).
                   88  WDEV-PENDIENTE            VALUE ' '.
                   88  WDEV-APLICADA             VALUE 'A'.
                   88  WDEV-RECHAZADA            VALUE 'R'.

       01  ODODEV                        PIC 9(5) VALUE 0.

       01  W-CLAVE-DEV.
           03  W-DEV-NUMEST              PIC X(10).
           03  W-DEV-FPAG                PIC X(6).
           03  W-DEV-NROLIQ              PIC 9(11).

      ******************************************************************
      *    TABLA-RESUMEN  -  DEVOLUCIONES APLICADAS POR BANCO DEL      *
      *    ESTABLECIMIENTO Y MOTIVO, EN ORDEN DE CLAVE PARA EL         *
      *    RESUMEN DEL LISTADO                                         *
      ******************************************************************
       01  TABLA-RESUMEN.
           03  WRES-ELEM   OCCURS 500 TIMES.
               05  WRES-CLAVE.
                   07  WRES-CODBCO       PIC 9(3).
                   07  WRES-MOTIVO       PIC X(2).
               05  WRES-CANT             PIC 9(7).
               05  WRES-IMPORTE          PIC S9(13)V99.

       01  W-RES-CANT                    PIC 9(3) VALUE 0.

       01  W-CLAVE-RES.
           03  W-RES-CODBCO              PIC 9(3).
           03  W-RES-MOTIVO              PIC X(2).

      ******************************************************************
      *    TABLA-DEVFON  -  DEVUELTO POR BANCO/CASA/MONEDA DEL         *
      *    ESTABLECIMIENTO, PARA EL DESCUENTO DEL AVISO DE FONDEO      *
      ******************************************************************
       01  TABLA-DEVFON.
           03  WDVF-ELEM   OCCURS 500 TIMES.
               05  WDVF-CLAVE.
                   07  WDVF-CODBCO       PIC 9(3).
                   07  WDVF-CODCASA      PIC 9(3).
                   07  WDVF-MONEDA       PIC X(1).
               05  WDVF-CANT             PIC 9(7).
               05  WDVF-IMPORTE          PIC S9(13)V99.
               05  WDVF-FDEVOL           PIC 9(6).

       01  W-DVF-CANT                    PIC 9(3) VALUE 0.

       01  W-CLAVE-DVF.
           03  W-DVF-CODBCO              PIC 9(3).
           03  W-DVF-CODCASA             PIC 9(3).
           03  W-DVF-MONEDA              PIC X(1).

       01  W-IX                     PIC S9(4) COMP VALUE 0.
       01  W-JX                     PIC S9(4) COMP VALUE 0.

      *    MOTIVOS DE RECHAZO INFORMADOS POR LOS BANCOS
       01  W-MOTIVO                 PIC X(2).
           88  MOT-CUENTA-CERRADA         VALUE 'R1'.
           88  MOT-CBU-INEXISTENTE        VALUE 'R2'.
           88  MOT-TITULAR-DISTINTO       VALUE 'R3'.
       01  W-MOTIVO-DESC            PIC X(20).

       01  W-OBSERVACION            PIC X(20).
       01  W-BCO-ANTERIOR           PIC 9(3) VALUE 0.

      *    DATOS DE LA LINEA DE DETALLE DEL LISTADO
       01  W-LINEA-DEV.
           03  W-LIN-ESTADO              PIC X(10).
           03  W-LIN-NUMEST              PIC X(10).
           03  W-LIN-NROLIQ              PIC 9(11).
           03  W-LIN-CODBCO              PIC 9(3).
           03  W-LIN-CODCASA             PIC 9(3).
           03  W-LIN-MOTIVO              PIC X(2).
           03  W-LIN-IMPORTE             PIC S9(13)V99.
           03  W-LIN-CBU                 PIC X(22).

       01  IMPORTE-FORMATEADO       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  CANTIDAD-FORMATEADA      PIC Z.ZZZ.ZZ9.

       01  W-SUB-CANT               PIC 9(7) VALUE 0.
       01  W-SUB-IMPORTE            PIC S9(13)V99 VALUE 0.

       77  CONT-DEVBCO              PIC 9(9) VALUE 0.
       77  CONT-CONTESL             PIC 9(9) VALUE 0.
       77  CONT-APLICADAS           PIC 9(9) VALUE 0.
       77  CONT-RECHAZADAS          PIC 9(9) VALUE 0.
       77  CONT-CBU-MARCADOS        PIC 9(9) VALUE 0.
       77  CONT-CBU-CAMBIADOS       PIC 9(9) VALUE 0.
       77  CONT-SIN-MAESTRO         PIC 9(9) VALUE 0.
       77  CONT-DEVPAG              PIC 9(9) VALUE 0.
       77  CONT-DEVFON              PIC 9(9) VALUE 0.
       77  TOTAL-APLICADO           PIC S9(13)V99 VALUE 0.
       77  TOTAL-RECHAZADO          PIC S9(13)V99 VALUE 0.

       LINKAGE SECTION.
      ******************************************************************
      *    L-PARAMETRO  -  PARM DE EJECUCION (JCL PARM=): MONEDA DEL   *
      *    CONTESL ('1' PESOS, '2' DOLARES, '3' PATACONES; SI NO SE    *
      *    PASA SE ASUME '1'). LA DEVOLUCION DE OTRA MONEDA SE RECHAZA *
      ******************************************************************
       01 L-PARAMETRO.
           03  L-LONG              PIC S9(4) COMP.
           03  L-MONEDA            PIC X(1).
               88  L-MONEDA-VALIDA         VALUE '1' '2' '3'.
           EJECT

       PROCEDURE DIVISION USING L-PARAMETRO.
       0000-PROCESO.
           PERFORM 0520-DEFAULT-PARAMETROS
           PERFORM 0500-ABRIR-ARCHIVOS
           PERFORM 0600-IMPRIMIR-ENCABEZADO
           PERFORM 1000-CARGAR-DEVOLUCIONES

           PERFORM 2000-LEER-CONTESL
           PERFORM UNTIL EOF-CONTESL
               PERFORM 3000-CONTROLAR-LIQUIDACION
               PERFORM 2000-LEER-CONTESL
           END-PERFORM

           PERFORM 3900-RECHAZAR-NO-APAREADAS
           PERFORM 5000-IMPRIMIR-RESUMEN
           PERFORM 5500-GRABAR-DEVFON
           PERFORM 6400-IMPRIMIR-TOTALES-FINALES
           PERFORM 0700-CERRAR-ARCHIVOS
           GOBACK.

       0520-DEFAULT-PARAMETROS.
           IF L-LONG < 1 OR NOT L-MONEDA-VALIDA
               MOVE '1' TO L-MONEDA
           END-IF.

       0500-ABRIR-ARCHIVOS.
           OPEN INPUT  DEVBCO CONTESL
           OPEN I-O    MAEESTVS
           OPEN OUTPUT DEVPAG LISDEV DEVFON

           IF W-FILE-STATUS NOT = '000000000000'
               DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0600-IMPRIMIR-ENCABEZADO.
           MOVE SPACES              TO LINEA-LISDEV
           MOVE 'DEVOLUCIONES DE TRANSFERENCIAS (CBUSAL)'
                                    TO LINEA-LISDEV(2:39)
           WRITE LINEA-LISDEV
           MOVE SPACES              TO LINEA-LISDEV
           MOVE 'ESTADO'            TO LINEA-LISDEV(2:6)
           MOVE 'ESTAB'             TO LINEA-LISDEV(13:5)
           MOVE 'NRO LIQ'           TO LINEA-LISDEV(24:7)
           MOVE 'BCO'               TO LINEA-LISDEV(36:3)
           MOVE 'CASA'              TO LINEA-LISDEV(40:4)
           MOVE 'MOTIVO'            TO LINEA-LISDEV(45:6)
           MOVE 'IMPORTE'           TO LINEA-LISDEV(84:7)
           MOVE 'CBU'               TO LINEA-LISDEV(93:3)
           MOVE 'OBSERVACION'       TO LINEA-LISDEV(116:11)
           WRITE LINEA-LISDEV
           MOVE ALL '-'             TO LINEA-LISDEV
           WRITE LINEA-LISDEV.

       0700-CERRAR-ARCHIVOS.
           CLOSE DEVBCO CONTESL MAEESTVS DEVPAG LISDEV DEVFON.

      ******************************************************************
      *    1000-CARGAR-DEVOLUCIONES  -  CARGA EL DEVBCO EN TABLA.      *
      *    SE RECHAZAN DE ENTRADA LOS REGISTROS SIN IMPORTE O CON      *
      *    MONEDA DESCONOCIDA Y LA SEGUNDA DEVOLUCION DE UNA MISMA     *
      *    LIQUIDACION                                                 *
      ******************************************************************
       1000-CARGAR-DEVOLUCIONES.
           PERFORM 2100-LEER-DEVBCO
           PERFORM UNTIL EOF-DEVBCO
               MOVE DEVB-NUMEST TO W-DEV-NUMEST
               MOVE DEVB-FPAG   TO W-DEV-FPAG
               MOVE DEVB-NROLIQ TO W-DEV-NROLIQ
               EVALUATE TRUE
                 WHEN DEVB-NROLIQ NOT NUMERIC
                   OR DEVB-FPAG NOT NUMERIC
                   OR DEVB-IMPORTE NOT NUMERIC
                   OR NOT DEVB-MONEDA-VALIDA
                     MOVE 'REGISTRO INVALIDO' TO W-OBSERVACION
                     PERFORM 1100-RECHAZAR-DEVBCO
                 WHEN DEVB-IMPORTE NOT > 0
                     MOVE 'IMPORTE INVALIDO'  TO W-OBSERVACION
                     PERFORM 1100-RECHAZAR-DEVBCO
                 WHEN OTHER
                     PERFORM 3100-BUSCAR-DEVOLUCION
                     IF DEV-EN-TABLA
                         MOVE 'DEVOLUCION DUPLICADA' TO W-OBSERVACION
                         PERFORM 1100-RECHAZAR-DEVBCO
                     ELSE
                         PERFORM 1200-AGREGAR-DEVOLUCION
                     END-IF
               END-EVALUATE
               PERFORM 2100-LEER-DEVBCO
           END-PERFORM.

       1100-RECHAZAR-DEVBCO.
           MOVE 'RECHAZADA'  TO W-LIN-ESTADO
           MOVE DEVB-NUMEST  TO W-LIN-NUMEST
           IF DEVB-NROLIQ NUMERIC
               MOVE DEVB-NROLIQ TO W-LIN-NROLIQ
           ELSE
               MOVE ZEROS       TO W-LIN-NROLIQ
           END-IF
           MOVE DEVB-CODBCO  TO W-LIN-CODBCO
           MOVE ZEROS        TO W-LIN-CODCASA
           MOVE DEVB-MOTIVO  TO W-LIN-MOTIVO
           IF DEVB-IMPORTE NUMERIC
               MOVE DEVB-IMPORTE TO W-LIN-IMPORTE
               ADD DEVB-IMPORTE  TO TOTAL-RECHAZADO
           ELSE
               MOVE ZEROS        TO W-LIN-IMPORTE
           END-IF
           MOVE DEVB-CBU     TO W-LIN-CBU
           PERFORM 4200-IMPRIMIR-DETALLE
           ADD 1 TO CONT-RECHAZADAS.

       1200-AGREGAR-DEVOLUCION.
           IF ODODEV = 5000
               DISPLAY 'TABLA-DEVOLUCIONES DESBORDADA, ESTAB '
                        DEVB-NUMEST ' LIQ ' DEVB-NROLIQ
               PERFORM 0700-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO ODODEV
           SET IDEV TO ODODEV
           MOVE W-CLAVE-DEV   TO WDEV-CLAVE(IDEV)
           MOVE DEVB-CODBCO   TO WDEV-CODBCO(IDEV)
           MOVE DEVB-CBU      TO WDEV-CBU(IDEV)
           MOVE DEVB-IMPORTE  TO WDEV-IMPORTE(IDEV)
           MOVE DEVB-MONEDA   TO WDEV-MONEDA(IDEV)
           MOVE DEVB-MOTIVO   TO WDEV-MOTIVO(IDEV)
           MOVE DEVB-FDEVOL   TO WDEV-FDEVOL(IDEV)
           SET WDEV-PENDIENTE(IDEV) TO TRUE.

       2000-LEER-CONTESL.
           READ CONTESL
               AT END SET EOF-CONTESL    TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CONTESL
           END-READ.

       2100-LEER-DEVBCO.
           READ DEVBCO
               AT END SET EOF-DEVBCO     TO TRUE
               NOT AT END
                   ADD 1 TO CONT-DEVBCO
           END-READ.

      ******************************************************************
      *    3000-CONTROLAR-LIQUIDACION  -  BUSCA SI LA LIQUIDACION      *
      *    TIENE UNA DEVOLUCION PENDIENTE; SE APLICA SOLO SI EL CBU    *
      *    DEVUELTO ES EL MISMO QUE LA LIQUIDACION COPIO AL CONTESL,   *
      *    EL IMPORTE ES EL PAGADO Y LA MONEDA ES LA DEL CONTESL       *
      ******************************************************************
       3000-CONTROLAR-LIQUIDACION.
           MOVE CONTL-NUMEST TO W-DEV-NUMEST
           MOVE CONTL-FPAG   TO W-DEV-FPAG
           MOVE CONTL-NROLIQ TO W-DEV-NROLIQ
           PERFORM 3100-BUSCAR-DEVOLUCION

           IF DEV-EN-TABLA
               IF WDEV-PENDIENTE(IDEV)
                   EVALUATE TRUE
                     WHEN WDEV-CBU(IDEV) NOT = CONTL-CBU
                         SET WDEV-RECHAZADA(IDEV) TO TRUE
                         MOVE 'CBU NO COINCIDE'  TO W-OBSERVACION
                         PERFORM 3950-RECHAZAR-DEVOLUCION
                     WHEN WDEV-IMPORTE(IDEV) NOT = CONTL-IMPPAGAR
                         SET WDEV-RECHAZADA(IDEV) TO TRUE
                         MOVE 'IMPORTE DISTINTO' TO W-OBSERVACION
                         PERFORM 3950-RECHAZAR-DEVOLUCION
                     WHEN WDEV-MONEDA(IDEV) NOT = L-MONEDA
                         SET WDEV-RECHAZADA(IDEV) TO TRUE
                         MOVE 'MONEDA DISTINTA'  TO W-OBSERVACION
                         PERFORM 3950-RECHAZAR-DEVOLUCION
                     WHEN OTHER
                         PERFORM 3200-APLICAR-DEVOLUCION
                   END-EVALUATE
               END-IF
           END-IF.

       3100-BUSCAR-DEVOLUCION.
           MOVE 'N' TO W-DEV-EN-TABLA
           IF ODODEV > 0
               SET IDEV TO 1
               SEARCH WDEV-ELEM
                   AT END
                       MOVE 'N' TO W-DEV-EN-TABLA
                   WHEN WDEV-CLAVE(IDEV) = W-CLAVE-DEV
                       MOVE 'S' TO W-DEV-EN-TABLA
               END-SEARCH
           END-IF.

      ******************************************************************
      *    3200-APLICAR-DEVOLUCION  -  MARCA EL CBU DEVUELTO EN EL     *
      *    MAESTRO, GRABA EL PAGO A REEMITIR Y ACUMULA EL RESUMEN Y    *
      *    EL DESCUENTO DEL FONDEO                                     *
      ******************************************************************
       3200-APLICAR-DEVOLUCION.
           SET WDEV-APLICADA(IDEV) TO TRUE
           PERFORM 3300-MARCAR-CBU-RECHAZADO
           PERFORM 4000-GRABAR-DEVPAG
           PERFORM 3400-ACUMULAR-RESUMEN
           PERFORM 3500-ACUMULAR-DEVFON

           MOVE 'DEVUELTA'          TO W-LIN-ESTADO
           MOVE CONTL-NUMEST        TO W-LIN-NUMEST
           MOVE W-DEV-NROLIQ        TO W-LIN-NROLIQ
           MOVE CONTL-BCOEST        TO W-LIN-CODBCO
           MOVE CONTL-CASAEST       TO W-LIN-CODCASA
           MOVE WDEV-MOTIVO(IDEV)   TO W-LIN-MOTIVO
           MOVE WDEV-IMPORTE(IDEV)  TO W-LIN-IMPORTE
           MOVE WDEV-CBU(IDEV)      TO W-LIN-CBU
           PERFORM 4200-IMPRIMIR-DETALLE

           ADD 1 TO CONT-APLICADAS
           ADD WDEV-IMPORTE(IDEV) TO TOTAL-APLICADO.

      ******************************************************************
      *    3300-MARCAR-CBU-RECHAZADO  -  GUARDA EL CBU DEVUELTO EN     *
      *    EST-CBU-RECHAZADO; SI AFILIACIONES YA CARGO OTRO CBU EN EL  *
      *    MAESTRO NO SE TOCA, EL NUEVO TODAVIA NO FUE RECHAZADO       *
      ******************************************************************
       3300-MARCAR-CBU-RECHAZADO.
           MOVE CONTL-CODSIS TO ESTVS-CODSIS
           MOVE CONTL-CODTAR TO ESTVS-CODTAR
           MOVE CONTL-CODADM TO ESTVS-CODADM
           MOVE CONTL-NUMEST TO ESTVS-NUMEST

           READ MAEESTVS
                INVALID KEY
                    MOVE 'SIN MAESTRO'      TO W-OBSERVACION
                    ADD 1 TO CONT-SIN-MAESTRO
                NOT INVALID KEY
                    EVALUATE TRUE
                      WHEN EST-CBU NOT = WDEV-CBU(IDEV)
                          MOVE 'CBU YA CAMBIADO' TO W-OBSERVACION
                          ADD 1 TO CONT-CBU-CAMBIADOS
                      WHEN EST-CBU-RECHAZADO = EST-CBU
                          MOVE 'CBU YA MARCADO'  TO W-OBSERVACION
                      WHEN OTHER
                          MOVE EST-CBU TO EST-CBU-RECHAZADO
                          REWRITE REG-ESTVS
                          IF FS-MAEEST NOT = '00'
                              DISPLAY 'ERROR AL REGRABAR MAEESTVS '
                                      FS-MAEEST ' CLAVE ' ESTVS-CLAVE
                              PERFORM 0700-CERRAR-ARCHIVOS
                              MOVE 16 TO RETURN-CODE
                              GOBACK
                          END-IF
                          MOVE 'CBU MARCADO'     TO W-OBSERVACION
                          ADD 1 TO CONT-CBU-MARCADOS
                    END-EVALUATE
           END-READ.

      ******************************************************************
      *    3400-ACUMULAR-RESUMEN  -  BUSCA O INSERTA BANCO + MOTIVO    *
      *    MANTENIENDO LA TABLA EN ORDEN DE CLAVE                      *
      ******************************************************************
       3400-ACUMULAR-RESUMEN.
           MOVE CONTL-BCOEST      TO W-RES-CODBCO
           MOVE WDEV-MOTIVO(IDEV) TO W-RES-MOTIVO

           MOVE 1 TO W-IX
           PERFORM UNTIL W-IX > W-RES-CANT
                      OR WRES-CLAVE(W-IX) NOT < W-CLAVE-RES
               ADD 1 TO W-IX
           END-PERFORM

           IF W-IX > W-RES-CANT
            OR WRES-CLAVE(W-IX) NOT = W-CLAVE-RES
               IF W-RES-CANT = 500
                   DISPLAY 'TABLA-RESUMEN DESBORDADA, BANCO '
                            W-RES-CODBCO ' MOTIVO ' W-RES-MOTIVO
                   PERFORM 0700-CERRAR-ARCHIVOS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE W-RES-CANT TO W-JX
               PERFORM UNTIL W-JX < W-IX
                   MOVE WRES-ELEM(W-JX) TO WRES-ELEM(W-JX + 1)
                   SUBTRACT 1 FROM W-JX
               END-PERFORM
               ADD 1 TO W-RES-CANT
               MOVE W-CLAVE-RES TO WRES-CLAVE(W-IX)
               MOVE ZEROS       TO WRES-CANT(W-IX)
                                   WRES-IMPORTE(W-IX)
           END-IF

           ADD 1                  TO WRES-CANT(W-IX)
           ADD WDEV-IMPORTE(IDEV) TO WRES-IMPORTE(W-IX).

      ******************************************************************
      *    3500-ACUMULAR-DEVFON  -  DEVUELTO POR BANCO/CASA/MONEDA     *
      *    DEL ESTABLECIMIENTO: ES LO QUE EL BANCO PAGADOR YA TIENE    *
      *    DE VUELTA Y NO HAY QUE FONDEARLE OTRA VEZ                   *
      ******************************************************************
       3500-ACUMULAR-DEVFON.
           MOVE CONTL-BCOEST      TO W-DVF-CODBCO
           MOVE CONTL-CASAEST     TO W-DVF-CODCASA
           MOVE WDEV-MONEDA(IDEV) TO W-DVF-MONEDA

           MOVE 1 TO W-IX
           PERFORM UNTIL W-IX > W-DVF-CANT
                      OR WDVF-CLAVE(W-IX) = W-CLAVE-DVF
               ADD 1 TO W-IX
           END-PERFORM

           IF W-IX > W-DVF-CANT
               IF W-DVF-CANT = 500
                   DISPLAY 'TABLA-DEVFON DESBORDADA, BANCO '
                            W-DVF-CODBCO ' CASA ' W-DVF-CODCASA
                   PERFORM 0700-CERRAR-ARCHIVOS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO W-DVF-CANT
               MOVE W-CLAVE-DVF TO WDVF-CLAVE(W-IX)
               MOVE ZEROS       TO WDVF-CANT(W-IX)
                                   WDVF-IMPORTE(W-IX)
                                   WDVF-FDEVOL(W-IX)
           END-IF

           ADD 1                  TO WDVF-CANT(W-IX)
           ADD WDEV-IMPORTE(IDEV) TO WDVF-IMPORTE(W-IX)
           IF WDEV-FDEVOL(IDEV) > WDVF-FDEVOL(W-IX)
               MOVE WDEV-FDEVOL(IDEV) TO WDVF-FDEVOL(W-IX)
           END-IF.

      ******************************************************************
      *    3900-RECHAZAR-NO-APAREADAS  -  LAS DEVOLUCIONES QUE NO      *
      *    ENCONTRARON SU LIQUIDACION EN EL CONTESL SE LISTAN PARA     *
      *    QUE TESORERIA LAS RECLAME AL BANCO                          *
      ******************************************************************
       3900-RECHAZAR-NO-APAREADAS.
           MOVE 'SIN LIQUIDACION' TO W-OBSERVACION
           SET IDEV TO 1
           PERFORM UNTIL IDEV > ODODEV
               IF WDEV-PENDIENTE(IDEV)
                   SET WDEV-RECHAZADA(IDEV) TO TRUE
                   PERFORM 3950-RECHAZAR-DEVOLUCION
               END-IF
               SET IDEV UP BY 1
           END-PERFORM.

       3950-RECHAZAR-DEVOLUCION.
           MOVE 'RECHAZADA'         TO W-LIN-ESTADO
           MOVE WDEV-NUMEST(IDEV)   TO W-LIN-NUMEST
           MOVE WDEV-NROLIQ(IDEV)   TO W-LIN-NROLIQ
           MOVE WDEV-CODBCO(IDEV)   TO W-LIN-CODBCO
           MOVE ZEROS               TO W-LIN-CODCASA
           MOVE WDEV-MOTIVO(IDEV)   TO W-LIN-MOTIVO
           MOVE WDEV-IMPORTE(IDEV)  TO W-LIN-IMPORTE
           MOVE WDEV-CBU(IDEV)      TO W-LIN-CBU
           PERFORM 4200-IMPRIMIR-DETALLE
           ADD 1 TO CONT-RECHAZADAS
           ADD WDEV-IMPORTE(IDEV) TO TOTAL-RECHAZADO.

       4000-GRABAR-DEVPAG.
           MOVE SPACES              TO REG-DEVPAG
           MOVE CONTL-NUMEST        TO DEVP-NUMEST
           MOVE W-DEV-NROLIQ        TO DEVP-NROLIQ
           MOVE WDEV-CODBCO(IDEV)   TO DEVP-CODBCO-DEV
           MOVE WDEV-MOTIVO(IDEV)   TO DEVP-MOTIVO
           MOVE WDEV-MONEDA(IDEV)   TO DEVP-MONEDA
           MOVE WDEV-FDEVOL(IDEV)   TO DEVP-FDEVOL
           MOVE WDEV-IMPORTE(IDEV)  TO DEVP-IMPORTE
           MOVE WDEV-CBU(IDEV)      TO DEVP-CBU
           MOVE REG-CONTESL         TO DEVP-REG-CONTESL
           WRITE REG-DEVPAG
           ADD 1 TO CONT-DEVPAG.

       4100-DESCRIBIR-MOTIVO.
           EVALUATE TRUE
             WHEN MOT-CUENTA-CERRADA
                 MOVE 'CUENTA CERRADA'      TO W-MOTIVO-DESC
             WHEN MOT-CBU-INEXISTENTE
                 MOVE 'CBU INEXISTENTE'     TO W-MOTIVO-DESC
             WHEN MOT-TITULAR-DISTINTO
                 MOVE 'TITULAR NO COINCIDE' TO W-MOTIVO-DESC
             WHEN OTHER
                 MOVE 'OTROS MOTIVOS'       TO W-MOTIVO-DESC
           END-EVALUATE.

       4200-IMPRIMIR-DETALLE.
           MOVE W-LIN-MOTIVO        TO W-MOTIVO
           PERFORM 4100-DESCRIBIR-MOTIVO
           MOVE SPACES              TO LINEA-LISDEV
           MOVE W-LIN-ESTADO        TO LINEA-LISDEV(2:10)
           MOVE W-LIN-NUMEST        TO LINEA-LISDEV(13:10)
           MOVE W-LIN-NROLIQ        TO LINEA-LISDEV(24:11)
           MOVE W-LIN-CODBCO        TO LINEA-LISDEV(36:3)
           MOVE W-LIN-CODCASA       TO LINEA-LISDEV(40:3)
           MOVE W-LIN-MOTIVO        TO LINEA-LISDEV(45:2)
           MOVE W-MOTIVO-DESC       TO LINEA-LISDEV(48:20)
           MOVE W-LIN-IMPORTE       TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISDEV(70:21)
           MOVE W-LIN-CBU           TO LINEA-LISDEV(93:22)
           MOVE W-OBSERVACION       TO LINEA-LISDEV(116:17)
           WRITE LINEA-LISDEV.

      ******************************************************************
      *    5000-IMPRIMIR-RESUMEN  -  CANTIDAD E IMPORTE DEVUELTO POR   *
      *    BANCO Y MOTIVO, CON TOTAL POR BANCO                         *
      ******************************************************************
       5000-IMPRIMIR-RESUMEN.
           MOVE SPACES              TO LINEA-LISDEV
           WRITE LINEA-LISDEV
           MOVE 'RESUMEN POR BANCO Y MOTIVO' TO LINEA-LISDEV(2:26)
           WRITE LINEA-LISDEV
           MOVE ALL '-'             TO LINEA-LISDEV
           WRITE LINEA-LISDEV

           MOVE ZEROS TO W-SUB-CANT W-SUB-IMPORTE
           MOVE 1     TO W-IX
           PERFORM UNTIL W-IX > W-RES-CANT
               IF W-IX > 1
                AND WRES-CODBCO(W-IX) NOT = W-BCO-ANTERIOR
                   PERFORM 5100-IMPRIMIR-TOTAL-BANCO
               END-IF
               MOVE WRES-CODBCO(W-IX)  TO W-BCO-ANTERIOR
               MOVE WRES-MOTIVO(W-IX)  TO W-MOTIVO
               PERFORM 4100-DESCRIBIR-MOTIVO
               MOVE SPACES             TO LINEA-LISDEV
               MOVE 'BANCO '           TO LINEA-LISDEV(2:6)
               MOVE WRES-CODBCO(W-IX)  TO LINEA-LISDEV(8:3)
               MOVE WRES-MOTIVO(W-IX)  TO LINEA-LISDEV(13:2)
               MOVE W-MOTIVO-DESC      TO LINEA-LISDEV(16:20)
               MOVE WRES-CANT(W-IX)    TO CANTIDAD-FORMATEADA
               MOVE CANTIDAD-FORMATEADA TO LINEA-LISDEV(38:9)
               MOVE WRES-IMPORTE(W-IX) TO IMPORTE-FORMATEADO
               MOVE IMPORTE-FORMATEADO TO LINEA-LISDEV(50:21)
               WRITE LINEA-LISDEV
               ADD WRES-CANT(W-IX)     TO W-SUB-CANT
               ADD WRES-IMPORTE(W-IX)  TO W-SUB-IMPORTE
               ADD 1 TO W-IX
           END-PERFORM

           IF W-RES-CANT > 0
               PERFORM 5100-IMPRIMIR-TOTAL-BANCO
           END-IF

           MOVE SPACES              TO LINEA-LISDEV
           MOVE 'TOTAL DEVUELTO APLICADO' TO LINEA-LISDEV(2:23)
           MOVE CONT-APLICADAS      TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISDEV(38:9)
           MOVE TOTAL-APLICADO      TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISDEV(50:21)
           WRITE LINEA-LISDEV
           MOVE SPACES              TO LINEA-LISDEV
           MOVE 'TOTAL DEVOLUCIONES RECHAZADAS' TO LINEA-LISDEV(2:29)
           MOVE CONT-RECHAZADAS     TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISDEV(38:9)
           MOVE TOTAL-RECHAZADO     TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISDEV(50:21)
           WRITE LINEA-LISDEV.

       5100-IMPRIMIR-TOTAL-BANCO.
           MOVE SPACES              TO LINEA-LISDEV
           MOVE 'TOTAL BANCO '      TO LINEA-LISDEV(2:12)
           MOVE W-BCO-ANTERIOR      TO LINEA-LISDEV(14:3)
           MOVE W-SUB-CANT          TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISDEV(38:9)
           MOVE W-SUB-IMPORTE       TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISDEV(50:21)
           WRITE LINEA-LISDEV
           MOVE SPACES              TO LINEA-LISDEV
           WRITE LINEA-LISDEV
           MOVE ZEROS TO W-SUB-CANT W-SUB-IMPORTE.

       5500-GRABAR-DEVFON.
           MOVE 1 TO W-IX
           PERFORM UNTIL W-IX > W-DVF-CANT
               MOVE SPACES              TO REG-DEVFON
               MOVE WDVF-CODBCO(W-IX)   TO DVF-CODBCO
               MOVE WDVF-CODCASA(W-IX)  TO DVF-CODCASA
               MOVE WDVF-MONEDA(W-IX)   TO DVF-MONEDA
               MOVE WDVF-CANT(W-IX)     TO DVF-CANT
               MOVE WDVF-IMPORTE(W-IX)  TO DVF-IMPORTE
               MOVE WDVF-FDEVOL(W-IX)   TO DVF-FDEVOL
               WRITE REG-DEVFON
               ADD 1 TO CONT-DEVFON
               ADD 1 TO W-IX
           END-PERFORM.

       6400-IMPRIMIR-TOTALES-FINALES.
           DISPLAY 'REGISTROS DEL DEVBCO..: ' CONT-DEVBCO
           DISPLAY 'REGISTROS DEL CONTESL.: ' CONT-CONTESL
           DISPLAY 'DEVOLUCIONES APLICADAS: ' CONT-APLICADAS
           DISPLAY 'DEVOLUCIONES RECHAZ...: ' CONT-RECHAZADAS
           DISPLAY 'CBU MARCADOS..........: ' CONT-CBU-MARCADOS
           DISPLAY 'CBU YA CAMBIADOS......: ' CONT-CBU-CAMBIADOS
           DISPLAY 'SIN MAESTRO...........: ' CONT-SIN-MAESTRO
           DISPLAY 'REGISTROS DEL DEVPAG..: ' CONT-DEVPAG
           DISPLAY 'REGISTROS DEL DEVFON..: ' CONT-DEVFON
           DISPLAY 'TOTAL DEVUELTO........: ' TOTAL-APLICADO
           DISPLAY 'TOTAL RECHAZADO.......: ' TOTAL-RECHAZADO.

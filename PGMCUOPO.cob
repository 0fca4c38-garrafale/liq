       CBL OPTIMIZE(FULL)
       PROCESS NOSEQ
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCUOPO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.  DECIMAL-POINT    IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               SELECT  CUOFUT    ASSIGN       TO CUOFUT
                                 ORGANIZATION IS INDEXED
                                 ACCESS       IS SEQUENTIAL
                                 RECORD  KEY  IS CUO-CLAVE
                                 FILE STATUS  IS FS-CUOFUT.

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

               SELECT  LISCUO    ASSIGN       TO LISCUO
                                 FILE STATUS  IS FS-LISCUO.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    CUOFUT  -  TRAMOS DE VENTAS EN CUOTAS DIFERIDOS POR         *
      *    PGMCORT6, EN SECUENCIA ESTABLECIMIENTO/VENCIMIENTO          *
      ******************************************************************
       FD  CUOFUT
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   CUOFUTZ.
           EJECT

       FD  TABLAS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   D532026.
           EJECT

       FD  MAEESTVS
           LABEL RECORD        IS STANDARD
           BLOCK CONTAINS       0 RECORDS.
           COPY   MAEESTL.
           EJECT

      ******************************************************************
      *    LISCUO  -  POSICION DE PAGOS FUTUROS: PENDIENTE POR         *
      *    ESTABLECIMIENTO/PRODUCTO Y MONEDA, TOTAL Y PRONOSTICO       *
      *    MENSUAL POR BANCO Y RESUMEN POR BANCO                       *
      ******************************************************************
       FD  LISCUO
           RECORD 132 CHARACTERS
           BLOCK  0.
       01  LINEA-LISCUO             PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-FILE-STATUS.
           03  FS-CUOFUT          PIC XX VALUE SPACES.
           03  FS-TAB             PIC XX VALUE SPACES.
           03  FS-MAEEST          PIC XX VALUE SPACES.
           03  FS-LISCUO          PIC XX VALUE SPACES.

       01  FIN-CUOFUT               PIC X VALUE 'N'.
           88 EOF-CUOFUT            VALUE 'Y'.

       01  FIN-TAB                  PIC X VALUE 'N'.
           88 EOF-TAB               VALUE 'Y'.

       01  W-ESTAB-NO-ENCONTRADO    PIC X VALUE 'N'.
           88  ESTAB-NO-ENCONTRADO  VALUE 'S'.

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
      *    CORTE DE CONTROL POR BANCO/ESTABLECIMIENTO-PRODUCTO         *
      *    (CUO-CLAVE-EST)                                             *
      ******************************************************************
       01  W-CLAVE-ACTUAL.
           03  W-CLA-CODBCO              PIC 9(3).
           03  W-CLA-RESTO               PIC X(22).

       01  W-CLAVE-ANTERIOR.
           03  W-ANT-CODBCO              PIC 9(3).
           03  W-ANT-CODCASA             PIC 9(3).
           03  W-ANT-NUMEST              PIC X(10).
           03  W-ANT-CODSIS              PIC X(3).
           03  W-ANT-CODTAR              PIC X(3).
           03  W-ANT-CODADM              PIC 9(3).

      *    MONEDA DEL TRAMO: 1 PESOS, 2 DOLARES, 3 PATACONES
       01  W-IM                     PIC 9     VALUE 0.

      *    ACUMULADOS DEL ESTABLECIMIENTO EN CURSO, POR MONEDA
       01  W-EST-DENEST             PIC X(30).
       01  W-ESTAB-ACUMULADO.
           03  W-EST-MON   OCCURS 3 TIMES.
               05  W-EST-CANT            PIC 9(7).
               05  W-EST-IMPORTE         PIC S9(13)V99.
               05  W-EST-PRIMER-VTO      PIC 9(8).
               05  W-EST-ULTIMO-VTO      PIC 9(8).

      *    ACUMULADOS DEL BANCO EN CURSO, POR MONEDA
       01  W-BCO-ESTAB              PIC 9(7) VALUE 0.
       01  W-BANCO-ACUMULADO.
           03  W-BCO-MON   OCCURS 3 TIMES.
               05  W-BCO-CANT            PIC 9(7).
               05  W-BCO-IMPORTE         PIC S9(13)V99.

      ******************************************************************
      *    PRONOSTICO MENSUAL DE PAGOS POR MONEDA: EL PRIMER ELEMENTO  *
      *    JUNTA LOS VENCIMIENTOS ANTERIORES AL MES DE LA POSICION     *
      *    (TRAMOS VENCIDOS TODAVIA NO PAGADOS), LOS 36 SIGUIENTES SON *
      *    EL MES DE LA POSICION Y LOS 35 POSTERIORES Y EL ULTIMO      *
      *    JUNTA EL RESTO                                              *
      ******************************************************************
       01  W-BCO-PRONOSTICO.
           03  W-PBC-MES   OCCURS 38 TIMES.
               05  W-PBC-IMPORTE         PIC S9(13)V99 OCCURS 3 TIMES.

       01  W-GRAL-PRONOSTICO.
           03  W-PGR-MES   OCCURS 38 TIMES.
               05  W-PGR-IMPORTE         PIC S9(13)V99 OCCURS 3 TIMES.

       01  W-PRONOSTICO-IMPRIMIR.
           03  W-PIM-MES   OCCURS 38 TIMES.
               05  W-PIM-IMPORTE         PIC S9(13)V99 OCCURS 3 TIMES.

       01  W-IP                     PIC S9(4) COMP VALUE 0.
       01  W-MES-POSICION           PIC 9(6) VALUE 0.
       01  W-MES-TRAMO              PIC 9(6) VALUE 0.
       01  W-MES-LINEA              PIC 9(6) VALUE 0.
       01  W-DIF-MESES              PIC S9(6) VALUE 0.
       01  W-PERIODO-EDITADO.
           03  W-PED-AAAA                PIC 9(4).
           03  FILLER                    PIC X VALUE '/'.
           03  W-PED-MM                  PIC 99.

       01  W-FECHA.
           03  W-FEC-AAAA                PIC 9(4).
           03  W-FEC-MM                  PIC 99.
           03  W-FEC-DD                  PIC 99.
       01  W-FECHA-N REDEFINES W-FECHA  PIC 9(8).

       01  W-FECHA-EDITADA.
           03  W-FED-DD                  PIC 99.
           03  FILLER                    PIC X VALUE '/'.
           03  W-FED-MM                  PIC 99.
           03  FILLER                    PIC X VALUE '/'.
           03  W-FED-AAAA                PIC 9(4).

      ******************************************************************
      *    TABLA-RESUMEN  -  UN ELEMENTO POR BANCO, EN EL ORDEN DEL    *
      *    CUOFUT, PARA EL RESUMEN FINAL                               *
      ******************************************************************
       01  TABLA-RESUMEN.
           03  WRES-ELEM   OCCURS 500 TIMES.
               05  WRES-CODBCO           PIC 9(3).
               05  WRES-ESTAB            PIC 9(7).
               05  WRES-MON    OCCURS 3 TIMES.
                   07  WRES-CANT         PIC 9(7).
                   07  WRES-IMPORTE      PIC S9(13)V99.

       01  W-RES-CANT                    PIC 9(3) VALUE 0.

       01  W-IX                     PIC S9(4) COMP VALUE 0.
       01  W-CODBCO-X               PIC XXX.
       01  W-BANCO-NOMBRE           PIC X(35).
       01  W-LINEA-CON-IMPORTE      PIC X VALUE 'N'.
           88  LINEA-CON-IMPORTE    VALUE 'S'.

       01  IMPORTE-FORMATEADO       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  CANTIDAD-FORMATEADA      PIC Z.ZZZ.ZZ9.

       77  CONT-CUOFUT              PIC 9(9) VALUE 0.
       77  CONT-CUOTAS-LIQUIDADAS   PIC 9(9) VALUE 0.
       77  CONT-CUOTAS-PENDIENTES   PIC 9(9) VALUE 0.
       77  CONT-CUOTAS-VENCIDAS     PIC 9(9) VALUE 0.
       77  CONT-MAEEST              PIC 9(9) VALUE 0.
       77  CONT-SIN-MAESTRO         PIC 9(9) VALUE 0.
       77  CONT-ESTAB               PIC 9(9) VALUE 0.
       77  TOTAL-PENDIENTE-ARP      PIC S9(13)V99 VALUE 0.
       77  TOTAL-PENDIENTE-USD      PIC S9(13)V99 VALUE 0.
       77  TOTAL-PENDIENTE-PAT      PIC S9(13)V99 VALUE 0.

       LINKAGE SECTION.
      ******************************************************************
      *    L-PARAMETRO  -  PARM DE EJECUCION (JCL PARM=): FECHA DE LA  *
      *    POSICION AAAAMMDD (OBLIGATORIO). SU MES ES EL PRIMERO DEL   *
      *    PRONOSTICO                                                  *
      ******************************************************************
       01 L-PARAMETRO.
           03  L-LONG              PIC S9(4) COMP.
           03  L-FECHA-POSICION.
               05  L-FPOS-AAAA     PIC 9(4).
               05  L-FPOS-MM       PIC 99.
               05  L-FPOS-DD       PIC 99.
           EJECT

       PROCEDURE DIVISION USING L-PARAMETRO.
       0000-PROCESO.
           PERFORM 0520-DEFAULT-PARAMETROS
           PERFORM 0500-ABRIR-ARCHIVOS
           PERFORM 1000-CARGAR-TABLAS
           PERFORM 0600-IMPRIMIR-ENCABEZADO

           INITIALIZE W-ESTAB-ACUMULADO W-BANCO-ACUMULADO
                      W-BCO-PRONOSTICO W-GRAL-PRONOSTICO
           PERFORM 2000-LEER-CUOFUT
           PERFORM UNTIL EOF-CUOFUT
               PERFORM 3000-CONTROLAR-CORTES
               PERFORM 3400-ACUMULAR-TRAMO
               PERFORM 2000-LEER-CUOFUT
           END-PERFORM

           IF CONT-CUOTAS-PENDIENTES > 0
               PERFORM 3100-CORTE-ESTABLECIMIENTO
               PERFORM 3180-CORTE-BANCO
           END-IF

           PERFORM 5000-IMPRIMIR-RESUMEN
           PERFORM 6400-IMPRIMIR-TOTALES-FINALES
           PERFORM 0700-CERRAR-ARCHIVOS
           GOBACK.

       0520-DEFAULT-PARAMETROS.
           IF L-LONG < 8 OR L-FECHA-POSICION NOT NUMERIC
            OR L-FPOS-MM < 1 OR L-FPOS-MM > 12
            OR L-FPOS-DD < 1 OR L-FPOS-DD > 31
               DISPLAY 'PARM AAAAMMDD DE LA FECHA DE POSICION '
                       'OBLIGATORIO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE W-MES-POSICION = L-FPOS-AAAA * 12 + L-FPOS-MM - 1.

       0500-ABRIR-ARCHIVOS.
           OPEN INPUT  CUOFUT TABLAS MAEESTVS
           OPEN OUTPUT LISCUO

           IF W-FILE-STATUS NOT = '00000000'
               DISPLAY 'ERROR AL ABRIR ARCHIVO ' W-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       0600-IMPRIMIR-ENCABEZADO.
           MOVE SPACES              TO LINEA-LISCUO
           MOVE 'POSICION DE PAGOS FUTUROS DE VENTAS EN CUOTAS AL'
                                    TO LINEA-LISCUO(2:48)
           MOVE L-FECHA-POSICION    TO W-FECHA-N
           PERFORM 4900-EDITAR-FECHA
           MOVE W-FECHA-EDITADA     TO LINEA-LISCUO(51:10)
           WRITE LINEA-LISCUO
           MOVE SPACES              TO LINEA-LISCUO
           MOVE 'BCO'               TO LINEA-LISCUO(2:3)
           MOVE 'CASA'              TO LINEA-LISCUO(6:4)
           MOVE 'ESTAB'             TO LINEA-LISCUO(11:5)
           MOVE 'PRODUCTO'          TO LINEA-LISCUO(22:8)
           MOVE 'DENOMINACION'      TO LINEA-LISCUO(34:12)
           MOVE 'MON'               TO LINEA-LISCUO(65:3)
           MOVE 'TRAMOS'            TO LINEA-LISCUO(72:6)
           MOVE 'IMPORTE PENDIENTE' TO LINEA-LISCUO(83:17)
           MOVE 'PRIMER VTO'        TO LINEA-LISCUO(102:10)
           MOVE 'ULTIMO VTO'        TO LINEA-LISCUO(114:10)
           WRITE LINEA-LISCUO
           MOVE ALL '-'             TO LINEA-LISCUO
           WRITE LINEA-LISCUO.

       0700-CERRAR-ARCHIVOS.
           CLOSE CUOFUT TABLAS MAEESTVS LISCUO.

      ******************************************************************
      *    1000-CARGAR-TABLAS  -  BANCOS (026)                         *
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
           END-PERFORM.

      ******************************************************************
      *    2000-LEER-CUOFUT  -  SOLO LOS TRAMOS PENDIENTES; LOS YA     *
      *    PAGADOS ESPERAN LA BAJA DE LA CORRIDA SIGUIENTE             *
      ******************************************************************
       2000-LEER-CUOFUT.
           READ CUOFUT
               AT END SET EOF-CUOFUT     TO TRUE
               NOT AT END
                   ADD 1 TO CONT-CUOFUT
           END-READ
           PERFORM UNTIL EOF-CUOFUT OR CUO-PENDIENTE
               ADD 1 TO CONT-CUOTAS-LIQUIDADAS
               READ CUOFUT
                   AT END SET EOF-CUOFUT TO TRUE
                   NOT AT END
                       ADD 1 TO CONT-CUOFUT
               END-READ
           END-PERFORM.

      ******************************************************************
      *    3000-CONTROLAR-CORTES  -  AL CAMBIAR DE ESTABLECIMIENTO/    *
      *    PRODUCTO CIERRA EL ANTERIOR (Y EL BANCO SI CAMBIO) Y LEE EL *
      *    MAESTRO DEL NUEVO                                           *
      ******************************************************************
       3000-CONTROLAR-CORTES.
           MOVE CUO-CODBCO          TO W-CLA-CODBCO
           MOVE CUO-CLAVE-EST(4:22) TO W-CLA-RESTO

           IF W-CLAVE-ACTUAL NOT = W-CLAVE-ANTERIOR
               IF CONT-CUOTAS-PENDIENTES > 0
                   PERFORM 3100-CORTE-ESTABLECIMIENTO
                   IF W-CLA-CODBCO NOT = W-ANT-CODBCO
                       PERFORM 3180-CORTE-BANCO
                   END-IF
               END-IF
               MOVE W-CLAVE-ACTUAL TO W-CLAVE-ANTERIOR
               PERFORM 3200-LEER-ESTAB
           END-IF.

      ******************************************************************
      *    3100-CORTE-ESTABLECIMIENTO  -  UNA LINEA POR MONEDA CON     *
      *    TRAMOS PENDIENTES, Y SUMA AL BANCO                          *
      ******************************************************************
       3100-CORTE-ESTABLECIMIENTO.
           ADD 1 TO W-BCO-ESTAB
           ADD 1 TO CONT-ESTAB
           MOVE 1 TO W-IM
           PERFORM UNTIL W-IM > 3
               IF W-EST-CANT(W-IM) > 0
                   PERFORM 4200-IMPRIMIR-DETALLE
                   ADD W-EST-CANT(W-IM)    TO W-BCO-CANT(W-IM)
                   ADD W-EST-IMPORTE(W-IM) TO W-BCO-IMPORTE(W-IM)
               END-IF
               ADD 1 TO W-IM
           END-PERFORM

           INITIALIZE W-ESTAB-ACUMULADO.

      ******************************************************************
      *    3180-CORTE-BANCO  -  TOTAL POR MONEDA Y PRONOSTICO DEL      *
      *    BANCO EN EL DETALLE Y ELEMENTO DEL BANCO EN LA TABLA DEL    *
      *    RESUMEN                                                     *
      ******************************************************************
       3180-CORTE-BANCO.
           MOVE 1 TO W-IM
           PERFORM UNTIL W-IM > 3
               IF W-BCO-CANT(W-IM) > 0
                   MOVE SPACES              TO LINEA-LISCUO
                   MOVE 'TOTAL BANCO '      TO LINEA-LISCUO(2:12)
                   MOVE W-ANT-CODBCO        TO LINEA-LISCUO(14:3)
                   MOVE W-IM                TO LINEA-LISCUO(67:1)
                   MOVE W-BCO-CANT(W-IM)    TO CANTIDAD-FORMATEADA
                   MOVE CANTIDAD-FORMATEADA TO LINEA-LISCUO(69:9)
                   MOVE W-BCO-IMPORTE(W-IM) TO IMPORTE-FORMATEADO
                   MOVE IMPORTE-FORMATEADO  TO LINEA-LISCUO(79:21)
                   WRITE LINEA-LISCUO
               END-IF
               ADD 1 TO W-IM
           END-PERFORM
           MOVE SPACES              TO LINEA-LISCUO
           WRITE LINEA-LISCUO

           MOVE SPACES              TO LINEA-LISCUO
           MOVE 'PRONOSTICO DE PAGOS DEL BANCO ' TO LINEA-LISCUO(2:30)
           MOVE W-ANT-CODBCO        TO LINEA-LISCUO(32:3)
           WRITE LINEA-LISCUO
           MOVE W-BCO-PRONOSTICO    TO W-PRONOSTICO-IMPRIMIR
           PERFORM 4500-IMPRIMIR-PRONOSTICO
           MOVE ALL '-'             TO LINEA-LISCUO
           WRITE LINEA-LISCUO

           IF W-RES-CANT = 500
               DISPLAY 'TABLA-RESUMEN DESBORDADA'
               PERFORM 0700-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO W-RES-CANT
           MOVE W-ANT-CODBCO     TO WRES-CODBCO(W-RES-CANT)
           MOVE W-BCO-ESTAB      TO WRES-ESTAB(W-RES-CANT)
           MOVE 1 TO W-IM
           PERFORM UNTIL W-IM > 3
               MOVE W-BCO-CANT(W-IM)    TO WRES-CANT(W-RES-CANT W-IM)
               MOVE W-BCO-IMPORTE(W-IM) TO
                                       WRES-IMPORTE(W-RES-CANT W-IM)
               ADD 1 TO W-IM
           END-PERFORM
           ADD W-BCO-IMPORTE(1)  TO TOTAL-PENDIENTE-ARP
           ADD W-BCO-IMPORTE(2)  TO TOTAL-PENDIENTE-USD
           ADD W-BCO-IMPORTE(3)  TO TOTAL-PENDIENTE-PAT

           MOVE ZEROS TO W-BCO-ESTAB
           INITIALIZE W-BANCO-ACUMULADO W-BCO-PRONOSTICO.

       3200-LEER-ESTAB.
           MOVE CUO-CODSIS TO ESTVS-CODSIS
           MOVE CUO-CODTAR TO ESTVS-CODTAR
           MOVE CUO-CODADM TO ESTVS-CODADM
           MOVE CUO-NUMEST TO ESTVS-NUMEST

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
               MOVE '*** SIN MAESTRO ***' TO W-EST-DENEST
           ELSE
               MOVE ESTVS-DENEST TO W-EST-DENEST
           END-IF.

      ******************************************************************
      *    3400-ACUMULAR-TRAMO  -  AL ESTABLECIMIENTO POR MONEDA Y AL  *
      *    PRONOSTICO DEL BANCO Y GENERAL POR MES DE VENCIMIENTO       *
      ******************************************************************
       3400-ACUMULAR-TRAMO.
           ADD 1 TO CONT-CUOTAS-PENDIENTES
           EVALUATE TRUE
             WHEN CUO-MONEDA-USD
                 MOVE 2 TO W-IM
             WHEN CUO-MONEDA-PAT
                 MOVE 3 TO W-IM
             WHEN OTHER
                 MOVE 1 TO W-IM
           END-EVALUATE

           IF W-EST-CANT(W-IM) = 0
               MOVE CUO-FVTO TO W-EST-PRIMER-VTO(W-IM)
           END-IF
           ADD 1              TO W-EST-CANT(W-IM)
           ADD CUO-IMPORTE    TO W-EST-IMPORTE(W-IM)
           MOVE CUO-FVTO      TO W-EST-ULTIMO-VTO(W-IM)

           MOVE CUO-FVTO TO W-FECHA-N
           COMPUTE W-MES-TRAMO = W-FEC-AAAA * 12 + W-FEC-MM - 1
           COMPUTE W-DIF-MESES = W-MES-TRAMO - W-MES-POSICION
           EVALUATE TRUE
             WHEN W-DIF-MESES < 0
                 MOVE 1 TO W-IP
                 ADD 1 TO CONT-CUOTAS-VENCIDAS
             WHEN W-DIF-MESES > 35
                 MOVE 38 TO W-IP
             WHEN OTHER
                 COMPUTE W-IP = W-DIF-MESES + 2
           END-EVALUATE
           ADD CUO-IMPORTE TO W-PBC-IMPORTE(W-IP W-IM)
                              W-PGR-IMPORTE(W-IP W-IM).

      ******************************************************************
      *    4200-IMPRIMIR-DETALLE  -  ESTABLECIMIENTO/PRODUCTO EN LA    *
      *    MONEDA W-IM                                                 *
      ******************************************************************
       4200-IMPRIMIR-DETALLE.
           MOVE SPACES              TO LINEA-LISCUO
           MOVE W-ANT-CODBCO        TO LINEA-LISCUO(2:3)
           MOVE W-ANT-CODCASA       TO LINEA-LISCUO(6:3)
           MOVE W-ANT-NUMEST        TO LINEA-LISCUO(11:10)
           MOVE W-ANT-CODSIS        TO LINEA-LISCUO(22:3)
           MOVE '/'                 TO LINEA-LISCUO(25:1)
           MOVE W-ANT-CODTAR        TO LINEA-LISCUO(26:3)
           MOVE '/'                 TO LINEA-LISCUO(29:1)
           MOVE W-ANT-CODADM        TO LINEA-LISCUO(30:3)
           MOVE W-EST-DENEST        TO LINEA-LISCUO(34:30)
           MOVE W-IM                TO LINEA-LISCUO(67:1)
           MOVE W-EST-CANT(W-IM)    TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISCUO(69:9)
           MOVE W-EST-IMPORTE(W-IM) TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCUO(79:21)
           MOVE W-EST-PRIMER-VTO(W-IM) TO W-FECHA-N
           PERFORM 4900-EDITAR-FECHA
           MOVE W-FECHA-EDITADA     TO LINEA-LISCUO(102:10)
           MOVE W-EST-ULTIMO-VTO(W-IM) TO W-FECHA-N
           PERFORM 4900-EDITAR-FECHA
           MOVE W-FECHA-EDITADA     TO LINEA-LISCUO(114:10)
           WRITE LINEA-LISCUO.

      ******************************************************************
      *    4500-IMPRIMIR-PRONOSTICO  -  UNA LINEA POR PERIODO CON      *
      *    IMPORTE, CON LAS TRES MONEDAS EN COLUMNAS                   *
      ******************************************************************
       4500-IMPRIMIR-PRONOSTICO.
           MOVE SPACES              TO LINEA-LISCUO
           MOVE 'PERIODO'           TO LINEA-LISCUO(6:7)
           MOVE 'MONEDA 1'          TO LINEA-LISCUO(34:8)
           MOVE 'MONEDA 2'          TO LINEA-LISCUO(56:8)
           MOVE 'MONEDA 3'          TO LINEA-LISCUO(78:8)
           WRITE LINEA-LISCUO

           MOVE 1 TO W-IP
           PERFORM UNTIL W-IP > 38
               MOVE 'N' TO W-LINEA-CON-IMPORTE
               MOVE SPACES TO LINEA-LISCUO
               EVALUATE W-IP
                 WHEN 1
                     MOVE 'VENCIDO ANTES' TO LINEA-LISCUO(6:13)
                 WHEN 38
                     MOVE 'POSTERIOR'     TO LINEA-LISCUO(6:9)
                 WHEN OTHER
                     COMPUTE W-MES-LINEA = W-MES-POSICION + W-IP - 2
                     DIVIDE W-MES-LINEA BY 12 GIVING W-PED-AAAA
                                              REMAINDER W-PED-MM
                     ADD 1 TO W-PED-MM
                     MOVE W-PERIODO-EDITADO TO LINEA-LISCUO(6:7)
               END-EVALUATE
               MOVE 1 TO W-IM
               PERFORM UNTIL W-IM > 3
                   IF W-PIM-IMPORTE(W-IP W-IM) NOT = ZEROS
                       MOVE 'S' TO W-LINEA-CON-IMPORTE
                   END-IF
                   MOVE W-PIM-IMPORTE(W-IP W-IM) TO IMPORTE-FORMATEADO
                   COMPUTE W-IX = W-IM * 22 - 2
                   MOVE IMPORTE-FORMATEADO TO LINEA-LISCUO(W-IX:21)
                   ADD 1 TO W-IM
               END-PERFORM
               IF LINEA-CON-IMPORTE
                   WRITE LINEA-LISCUO
               END-IF
               ADD 1 TO W-IP
           END-PERFORM.

       4900-EDITAR-FECHA.
           MOVE W-FEC-DD   TO W-FED-DD
           MOVE W-FEC-MM   TO W-FED-MM
           MOVE W-FEC-AAAA TO W-FED-AAAA.

      ******************************************************************
      *    5000-IMPRIMIR-RESUMEN  -  POR BANCO: ESTABLECIMIENTOS CON   *
      *    TRAMOS PENDIENTES, TRAMOS E IMPORTE POR MONEDA; TOTAL       *
      *    GENERAL Y PRONOSTICO DE TODOS LOS BANCOS                    *
      ******************************************************************
       5000-IMPRIMIR-RESUMEN.
           MOVE SPACES              TO LINEA-LISCUO
           WRITE LINEA-LISCUO
           MOVE 'RESUMEN POR BANCO' TO LINEA-LISCUO(2:17)
           WRITE LINEA-LISCUO
           MOVE SPACES              TO LINEA-LISCUO
           MOVE 'BCO'               TO LINEA-LISCUO(2:3)
           MOVE 'DENOMINACION'      TO LINEA-LISCUO(6:12)
           MOVE 'ESTAB.'            TO LINEA-LISCUO(45:6)
           MOVE 'MON'               TO LINEA-LISCUO(53:3)
           MOVE 'TRAMOS'            TO LINEA-LISCUO(60:6)
           MOVE 'IMPORTE PENDIENTE' TO LINEA-LISCUO(71:17)
           WRITE LINEA-LISCUO
           MOVE ALL '-'             TO LINEA-LISCUO
           WRITE LINEA-LISCUO

           MOVE 1 TO W-IX
           PERFORM UNTIL W-IX > W-RES-CANT
               MOVE WRES-CODBCO(W-IX)   TO W-CODBCO-X
               PERFORM 5100-BUSCAR-BANCO
               MOVE SPACES              TO LINEA-LISCUO
               MOVE WRES-CODBCO(W-IX)   TO LINEA-LISCUO(2:3)
               MOVE W-BANCO-NOMBRE      TO LINEA-LISCUO(6:35)
               MOVE WRES-ESTAB(W-IX)    TO CANTIDAD-FORMATEADA
               MOVE CANTIDAD-FORMATEADA TO LINEA-LISCUO(42:9)
               MOVE 1 TO W-IM
               PERFORM UNTIL W-IM > 3
                   IF WRES-CANT(W-IX W-IM) > 0
                       MOVE W-IM        TO LINEA-LISCUO(55:1)
                       MOVE WRES-CANT(W-IX W-IM) TO CANTIDAD-FORMATEADA
                       MOVE CANTIDAD-FORMATEADA TO LINEA-LISCUO(57:9)
                       MOVE WRES-IMPORTE(W-IX W-IM)
                                        TO IMPORTE-FORMATEADO
                       MOVE IMPORTE-FORMATEADO  TO LINEA-LISCUO(67:21)
                       WRITE LINEA-LISCUO
                       MOVE SPACES      TO LINEA-LISCUO
                   END-IF
                   ADD 1 TO W-IM
               END-PERFORM
               ADD 1 TO W-IX
           END-PERFORM

           MOVE ALL '-'             TO LINEA-LISCUO
           WRITE LINEA-LISCUO
           MOVE SPACES              TO LINEA-LISCUO
           MOVE 'TOTAL GENERAL'     TO LINEA-LISCUO(2:13)
           MOVE CONT-ESTAB          TO CANTIDAD-FORMATEADA
           MOVE CANTIDAD-FORMATEADA TO LINEA-LISCUO(42:9)
           MOVE '1'                 TO LINEA-LISCUO(55:1)
           MOVE TOTAL-PENDIENTE-ARP TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCUO(67:21)
           WRITE LINEA-LISCUO
           MOVE SPACES              TO LINEA-LISCUO
           MOVE '2'                 TO LINEA-LISCUO(55:1)
           MOVE TOTAL-PENDIENTE-USD TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCUO(67:21)
           WRITE LINEA-LISCUO
           MOVE SPACES              TO LINEA-LISCUO
           MOVE '3'                 TO LINEA-LISCUO(55:1)
           MOVE TOTAL-PENDIENTE-PAT TO IMPORTE-FORMATEADO
           MOVE IMPORTE-FORMATEADO  TO LINEA-LISCUO(67:21)
           WRITE LINEA-LISCUO

           MOVE SPACES              TO LINEA-LISCUO
           WRITE LINEA-LISCUO
           MOVE 'PRONOSTICO DE PAGOS TODOS LOS BANCOS'
                                    TO LINEA-LISCUO(2:36)
           WRITE LINEA-LISCUO
           MOVE W-GRAL-PRONOSTICO   TO W-PRONOSTICO-IMPRIMIR
           PERFORM 4500-IMPRIMIR-PRONOSTICO.

       5100-BUSCAR-BANCO.
           MOVE SPACES TO W-BANCO-NOMBRE
           IF ODO026 > 0
               SEARCH ALL W026-ELEM
                 WHEN W026-IDENBCO(I026) EQUAL W-CODBCO-X
                  MOVE W026-DENBCO(I026) TO W-BANCO-NOMBRE
               END-SEARCH
           END-IF.

       6400-IMPRIMIR-TOTALES-FINALES.
           DISPLAY 'REGISTROS DEL CUOFUT..: ' CONT-CUOFUT
           DISPLAY 'TRAMOS YA PAGADOS.....: ' CONT-CUOTAS-LIQUIDADAS
           DISPLAY 'TRAMOS PENDIENTES.....: ' CONT-CUOTAS-PENDIENTES
           DISPLAY 'PENDIENTES VENCIDOS...: ' CONT-CUOTAS-VENCIDAS
           DISPLAY 'LECTURAS AL MAESTRO...: ' CONT-MAEEST
           DISPLAY 'ESTAB SIN MAESTRO.....: ' CONT-SIN-MAESTRO
           DISPLAY 'ESTAB CON PENDIENTE...: ' CONT-ESTAB
           DISPLAY 'PENDIENTE MONEDA 1....: ' TOTAL-PENDIENTE-ARP
           DISPLAY 'PENDIENTE MONEDA 2....: ' TOTAL-PENDIENTE-USD
           DISPLAY 'PENDIENTE MONEDA 3....: ' TOTAL-PENDIENTE-PAT.

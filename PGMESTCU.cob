       77  CONT-CONTESL             PIC 9(9) VALUE 0.
       77  CONT-ESTADOS             PIC 9(9) VALUE 0.
       77  CONT-MAILEXT             PIC 9(9) VALUE 0.
       77  W-IA                     PIC S9(4) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-PROCESO.
      *    ESTABLECIMIENTO: ENCABEZADO CON DENOMINACION Y DOMICILIO    *
      *    QUE LA LIQUIDACION COPIO AL CONTESL, DETALLE DE BRUTO,      *
      *    COMISION, IVA DISCRIMINADO, PERCEPCIONES, RETENCION DE      *
      *    IIBB, DESCUENTO PAGO EXPRESO, AJUSTES MANUALES, NETO, FECHA *
      *    Y CUENTA DE PAGO                                            *
      ******************************************************************
       3000-GENERAR-ESTADO.
           PERFORM 3100-IMPRIMIR-ENCABEZADO
               PERFORM 3250-IMPRIMIR-IMPORTE
           END-IF

           IF CONTL-RET-GANANCIAS NOT = ZEROS
               MOVE 'RETENCION GANANCIAS.: ' TO LINEA-ESTADOC(2:22)
               MOVE CONTL-RET-GANANCIAS TO IMPORTE-FORMATEADO
               PERFORM 3250-IMPRIMIR-IMPORTE
           END-IF

           IF CONTL-DTO-PEX NOT = ZEROS
               MOVE 'DTO PAGO EXPRESO....: ' TO LINEA-ESTADOC(2:22)
               MOVE CONTL-DTO-PEX    TO IMPORTE-FORMATEADO
               PERFORM 3250-IMPRIMIR-IMPORTE
           END-IF

           PERFORM 3220-IMPRIMIR-AJUSTES

           MOVE 'NETO A PAGAR........: ' TO LINEA-ESTADOC(2:22)
           MOVE CONTL-IMPPAGAR      TO IMPORTE-FORMATEADO
           PERFORM 3250-IMPRIMIR-IMPORTE
           WRITE LINEA-ESTADOC
           MOVE SPACES              TO LINEA-ESTADOC.

      ******************************************************************
      *    3220-IMPRIMIR-AJUSTES  -  CADA AJUSTE MANUAL EN SU PROPIA   *
      *    LINEA CON MOTIVO Y REFERENCIA (CREDITO POSITIVO, DEBITO     *
      *    NEGATIVO); LA LIQUIDACION CONSOLIDADA DE UNA MADRE TRAE     *
      *    SOLO EL TOTAL DE LOS AJUSTES DE SUS SUCURSALES              *
      ******************************************************************
       3220-IMPRIMIR-AJUSTES.
           IF CONTL-AJU-CANT NUMERIC
            AND CONTL-AJU-CANT > 0
               MOVE 1 TO W-IA
               PERFORM UNTIL W-IA > CONTL-AJU-CANT OR W-IA > 10
                   MOVE 'AJUSTE MANUAL.......: ' TO LINEA-ESTADOC(2:22)
                   MOVE 'MOTIVO '               TO LINEA-ESTADOC(47:7)
                   MOVE CONTL-AJU-MOTIVO(W-IA)  TO LINEA-ESTADOC(54:3)
                   MOVE 'REF '                  TO LINEA-ESTADOC(59:4)
                   MOVE CONTL-AJU-REFERENCIA(W-IA)
                                                TO LINEA-ESTADOC(63:15)
                   MOVE CONTL-AJU-IMPORTE(W-IA) TO IMPORTE-FORMATEADO
                   PERFORM 3250-IMPRIMIR-IMPORTE
                   ADD 1 TO W-IA
               END-PERFORM
           ELSE
               IF CONTL-AJU-TOTAL NUMERIC
                AND CONTL-AJU-TOTAL NOT = ZEROS
                   MOVE 'AJUSTES MANUALES....: ' TO LINEA-ESTADOC(2:22)
                   MOVE CONTL-AJU-TOTAL  TO IMPORTE-FORMATEADO
                   PERFORM 3250-IMPRIMIR-IMPORTE
               END-IF
           END-IF.

       3250-IMPRIMIR-IMPORTE.
           MOVE IMPORTE-FORMATEADO  TO LINEA-ESTADOC(24:21)
           WRITE LINEA-ESTADOC

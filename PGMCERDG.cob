
      ******************************************************************
      *    CERTIF  -  CERTIFICADOS DE RETENCION NUMERADOS, UNO POR     *
      *    LIQUIDACION Y REGIMEN (IVA / INGRESOS BRUTOS / GANANCIAS),  *
      *    PARA ENTREGAR AL ESTABLECIMIENTO                            *
      ******************************************************************
       FD  CERTIF
           RECORD 132 CHARACTERS
      *    CERTIFICADO EMITIDO Y DE LIQUIDACION PROCESADA              *
      ******************************************************************
       01  W-CTL-REGIMEN.
           03  W-CTL-ELEM  OCCURS 3 TIMES INDEXED BY ICTL.
               05  WCTL-REGIMEN          PIC X(3).
               05  WCTL-CERT-DESDE       PIC 9(8).
               05  WCTL-CERT-HASTA       PIC 9(8).
       77  CONT-CERTIFICADOS        PIC 9(9) VALUE 0.
       77  CONT-CERT-IVA            PIC 9(9) VALUE 0.
       77  CONT-CERT-IIB            PIC 9(9) VALUE 0.
       77  CONT-CERT-GAN            PIC 9(9) VALUE 0.
       77  CONT-CONSNUE             PIC 9(9) VALUE 0.

       LINKAGE SECTION.
           SET ICTL TO 1
           MOVE 'IVA' TO WCTL-REGIMEN(ICTL)
           SET ICTL TO 2
           MOVE 'IIB' TO WCTL-REGIMEN(ICTL)
           SET ICTL TO 3
           MOVE 'GAN' TO WCTL-REGIMEN(ICTL).

       2000-LEER-CONTDGI.
           READ CONTDGI
      ******************************************************************
      *    3000-TRATAR-LIQUIDACION  -  POR CADA CONTDGI EMITE UN       *
      *    CERTIFICADO POR REGIMEN CON RETENCION DISTINTA DE CERO:     *
      *    IVA (DTO-1 MAS ESPECIAL/PERCEPCION), INGRESOS BRUTOS Y      *
      *    GANANCIAS, Y ACUMULA EL CONSOLIDADO MENSUAL POR CUIT Y      *
      *    REGIMEN                                                     *
      ******************************************************************
       3000-TRATAR-LIQUIDACION.
           COMPUTE W-RETENIDO = DGI55-RET-IVA-DTO-1
               MOVE 'IIB' TO W-REGIMEN
               PERFORM 3100-EMITIR-CERTIFICADO
               ADD 1 TO CONT-CERT-IIB
           END-IF

           MOVE DGI55-RET-GANANCIAS TO W-RETENIDO
           IF W-RETENIDO NOT = ZEROS
               MOVE 'GAN' TO W-REGIMEN
               PERFORM 3100-EMITIR-CERTIFICADO
               ADD 1 TO CONT-CERT-GAN
           END-IF.

       3100-EMITIR-CERTIFICADO.
           MOVE W-NRO-CERT         TO NROCERT-FORMATEADO
           MOVE NROCERT-FORMATEADO TO LINEA-CERTIF(32:8)
           MOVE 'REGIMEN: '        TO LINEA-CERTIF(44:9)
           EVALUATE W-REGIMEN
             WHEN 'IVA'
               MOVE 'I.V.A.'       TO LINEA-CERTIF(53:15)
             WHEN 'GAN'
               MOVE 'GANANCIAS'    TO LINEA-CERTIF(53:15)
             WHEN OTHER
               MOVE 'INGRESOS BRUTOS' TO LINEA-CERTIF(53:15)
           END-EVALUATE
           WRITE LINEA-CERTIF
           MOVE SPACES             TO LINEA-CERTIF

               MOVE 'NRO ING BRUTOS: ' TO LINEA-CERTIF(56:16)
               MOVE DGI55-NROIB    TO LINEA-CERTIF(72:14)
           END-IF
           IF W-REGIMEN = 'GAN'
               MOVE 'REGIMEN GCIAS: '  TO LINEA-CERTIF(56:15)
               MOVE DGI55-CODGCIAS TO LINEA-CERTIF(71:3)
               MOVE DGI55-TIPGCIAS TO LINEA-CERTIF(75:1)
           END-IF
           WRITE LINEA-CERTIF
           MOVE SPACES             TO LINEA-CERTIF

           END-IF.

       3400-ACUMULAR-CONTROL.
           EVALUATE W-REGIMEN
             WHEN 'IVA'
               SET ICTL TO 1
             WHEN 'IIB'
               SET ICTL TO 2
             WHEN OTHER
               SET ICTL TO 3
           END-EVALUATE
           IF WCTL-CERT-DESDE(ICTL) = ZEROS
               MOVE W-NRO-CERT   TO WCTL-CERT-DESDE(ICTL)
               MOVE DGI55-NROLIQ TO WCTL-NROLIQ-DESDE(ICTL)
      ******************************************************************
       5500-GRABAR-CONTROL.
           SET ICTL TO 1
           PERFORM UNTIL ICTL > 3
               IF WCTL-CANT(ICTL) > 0
                   MOVE SPACES                  TO REG-CONSCTL
                   MOVE 'C'                     TO CTL-TIPO
           DISPLAY 'CERTIFICADOS EMITIDOS.: ' CONT-CERTIFICADOS
           DISPLAY 'CERTIFICADOS IVA......: ' CONT-CERT-IVA
           DISPLAY 'CERTIFICADOS ING BRU..: ' CONT-CERT-IIB
           DISPLAY 'CERTIFICADOS GANANCIAS: ' CONT-CERT-GAN
           DISPLAY 'REGISTROS DEL CONSNUE.: ' CONT-CONSNUE
           DISPLAY 'ULTIMO CERTIFICADO....: ' W-NRO-CERT.

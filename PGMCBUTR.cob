       77  CONT-X-CUENTA            PIC 9(9) VALUE 0.
       77  CONT-EXCBU               PIC 9(9) VALUE 0.
       77  CONT-SIN-PAGO            PIC 9(9) VALUE 0.
       77  CONT-CBU-DEVUELTO        PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-PROCESO.
      *    LIQUIDACION COPIO AL CONTESL Y EMITE EL CREDITO; SIN CBU    *
      *    VALIDO CAE A LA CUENTA INTERNA QUE YA TRAE EL CONTESL Y     *
      *    SE LISTA LA EXCEPCION. LAS IMAGENES ANTERIORES AL CAMBIO    *
      *    (CBU EN BLANCO) SALEN POR LA MISMA EXCEPCION. EL CBU QUE    *
      *    EL BANCO YA DEVOLVIO (CONTL-CBU-DEVUELTO, MARCADO POR       *
      *    PGMDEVTR) NO SE VUELVE A USAR HASTA QUE SE CORRIJA          *
      ******************************************************************
       3000-GENERAR-TRANSFERENCIA.
           MOVE SPACES TO W-MOTIVO-EXCEP
           MOVE 'N'    TO W-CBU-VALIDO

           EVALUATE TRUE
             WHEN CONTL-CBU = SPACES OR CONTL-CBU = LOW-VALUES
                 MOVE 'CBU AUSENTE'  TO W-MOTIVO-EXCEP
             WHEN CONTL-CBU-DEVUELTO
                 MOVE 'CBU DEVUELTO' TO W-MOTIVO-EXCEP
                 ADD 1 TO CONT-CBU-DEVUELTO
             WHEN OTHER
                 MOVE CONTL-CBU TO W-CBU
                 PERFORM 3100-VALIDAR-CBU
                 IF NOT CBU-VALIDO
                     MOVE 'CBU INVALIDO' TO W-MOTIVO-EXCEP
                 END-IF
           END-EVALUATE

           IF CBU-VALIDO
               PERFORM 4000-GRABAR-CREDITO-CBU
           MOVE W-MOTIVO-EXCEP   TO LINEA-EXCBU(21:12)
           MOVE CONTL-DENOM      TO LINEA-EXCBU(35:30)
           IF W-MOTIVO-EXCEP = 'CBU INVALIDO'
            OR W-MOTIVO-EXCEP = 'CBU DEVUELTO'
               MOVE CONTL-CBU    TO LINEA-EXCBU(67:22)
           END-IF
           WRITE LINEA-EXCBU
           DISPLAY 'CREDITOS GENERADOS....: ' CONT-CBUSAL
           DISPLAY 'CREDITOS POR CBU......: ' CONT-X-CBU
           DISPLAY 'CREDITOS POR CUENTA...: ' CONT-X-CUENTA
           DISPLAY 'EXCEPCIONES LISTADAS..: ' CONT-EXCBU
           DISPLAY 'CBU DEVUELTO POR BANCO: ' CONT-CBU-DEVUELTO.

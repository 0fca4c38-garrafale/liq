
           EVALUATE TRUE
             WHEN EST-TIPCUIT(2) = SPACES
      *      EL MONOTRIBUTISTA EXCEDIDO EN SU TOPE PERCIBE IVA COMO
      *      INSCRIPTO HASTA QUE AFILIACIONES LO RECATEGORICE
             WHEN EST-TIPCUIT(2) = 'M' AND EST-MONOT-TOPE-EXCEDIDO
               MOVE W-MOV-IMPORTE TO W-MOV-PERCEPCION

               COMPUTE W-IVA-3-CARGO-EST =
           MOVE ESTVS-CODTAR    TO DGI55-CODTAR     CONTL-CODTAR
           MOVE ESTVS-CODADM    TO DGI55-CODADM     CONTL-CODADM
           MOVE EST-CBU         TO CONTL-CBU
           IF EST-CBU NOT = SPACES
            AND EST-CBU = EST-CBU-RECHAZADO
               SET CONTL-CBU-DEVUELTO TO TRUE
           ELSE
               MOVE 'N' TO CONTL-CBU-RECHAZADO
           END-IF
           MOVE EST-MAIL        TO CONTL-MAIL
           MOVE EST-CALLE       TO CONTL-CALLE
           MOVE EST-PUERTA      TO CONTL-PUERTA

       77  WS-CLIENT-DEMANDE   PIC 9(04) VALUE 0.
       77  WS-CLIENT-COURANT   PIC 9(04) VALUE 0.

      *Zone de travail pour l'appel du sous-programme Redirige :
      *un client fusionne par fusioncli retombe sur son survivant.
       77  WS-RD-CLIENT        PIC 9(04) VALUE 0.
       77  WS-RD-STATUT        PIC X(02) VALUE SPACES.

      *Reconstitution du solde : total des factures, des avoirs,
      *solde d'ouverture reconstitue et solde courant du rejeu.
       77  WS-TOTAL-FACTURES   PIC 9(08)V99 VALUE 0.
           DISPLAY "Numero du client (0 = tous) :".
           ACCEPT WS-CLIENT-DEMANDE.

      *Numero d'un client fusionne (vieille facture, vieux
      *courrier) : le releve est celui du survivant.
           IF WS-CLIENT-DEMANDE NOT = 0
               MOVE WS-CLIENT-DEMANDE TO WS-RD-CLIENT
               CALL "Redirige" USING WS-RD-CLIENT WS-RD-STATUT
               IF WS-RD-STATUT = "00"
                   DISPLAY "Client " WS-CLIENT-DEMANDE " fusionne :"
                           " releve du client " WS-RD-CLIENT
                   MOVE WS-RD-CLIENT TO WS-CLIENT-DEMANDE
               END-IF
           END-IF.

           PERFORM 0100-READ-CLIENT-START
           THRU    0100-READ-CLIENT-END.


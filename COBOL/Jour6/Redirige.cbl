       IDENTIFICATION DIVISION.
       PROGRAM-ID. Redirige.
       AUTHOR. Terry.

      *Sous-programme partagé : un client fusionne par fusioncli
      *garde son identifiant, clos, mais tout ce qui le designe
      *encore (un paiement vire avec l'ancien numero, un releve
      *demande sur une vieille facture) doit retomber sur le
      *client survivant. Le registre redirections-clients.txt
      *tient les couples ancien -> survivant ; la redirection est
      *suivie de proche en proche (un survivant fusionne a son
      *tour plus tard), dix sauts au plus contre une boucle.
      *Statuts : 00 client redirige (WS-RD-CLIENT porte alors le
      *survivant final), 05 client non fusionne (inchange).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : aucune fusion faite, aucun registre.
           SELECT OPTIONAL FICHIER-REDIRECTIONS ASSIGN TO
               "redirections-clients.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-REDIRECTIONS de fusioncli,
      *qui tient ce registre.
       FD FICHIER-REDIRECTIONS.
       01  F-REDIRECTION.
           05 F-RED-ANCIEN      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-RED-SURVIVANT   PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-RED-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-RED-OPERATEUR   PIC X(08).

       WORKING-STORAGE SECTION.

       77  WS-REDIRECTIONS-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-NB-SAUTS          PIC 9(02) VALUE 0.
       77  WS-SUIVANT           PIC 9(04) VALUE 0.

       LINKAGE SECTION.
      *Client a resoudre, remplace par son survivant s'il a ete
      *fusionne.
       01  WS-RD-CLIENT         PIC 9(04).
       01  WS-RD-STATUT         PIC X(02).

       PROCEDURE DIVISION USING WS-RD-CLIENT WS-RD-STATUT.

           MOVE "05" TO WS-RD-STATUT.
           MOVE 0    TO WS-NB-SAUTS.
      *Amorce : le client lui-meme est le premier a chercher.
           MOVE WS-RD-CLIENT TO WS-SUIVANT.

           PERFORM 0100-SAUTER-START
           THRU    0100-SAUTER-END
                   UNTIL WS-SUIVANT = 0 OR WS-NB-SAUTS >= 10.

           GOBACK.

      ******************************************************************

      *Un saut : recherche du client courant parmi les anciens du
      *registre. La derniere ligne qui le cite fait foi.
       0100-SAUTER-START.

           MOVE 0   TO WS-SUIVANT.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REDIRECTIONS.
      *Statut 05 : fichier optionnel absent, aucune fusion.
           IF WS-REDIRECTIONS-STATUS NOT = "00"
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-REDIRECTIONS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-RED-ANCIEN = WS-RD-CLIENT AND
                          F-RED-SURVIVANT NOT = WS-RD-CLIENT
                           MOVE F-RED-SURVIVANT TO WS-SUIVANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-REDIRECTIONS.

           IF WS-SUIVANT NOT = 0
               MOVE WS-SUIVANT TO WS-RD-CLIENT
               MOVE "00"       TO WS-RD-STATUT
               ADD 1 TO WS-NB-SAUTS
           END-IF.

           EXIT.
       0100-SAUTER-END.

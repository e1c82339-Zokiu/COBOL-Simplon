      *l'historique des depenses, le registre des factures, les
      *avoirs, les refus de credit, l'historique des paliers, les
      *lettres generees (lettre-NNNN.txt), le referentiel des
      *personnes, le registre des consentements aux envois - et
      *produit un dossier date unique
      *(dossier-acces.txt) listant chaque enregistrement trouve
      *avec le fichier et les champs d'ou il vient. anonymise
      *couvre le droit a l'oubli ; ce programme couvre le droit
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAITRE-STATUS.

      *Registre des consentements tenu par consmait : tout
      *l'historique (accords et retraits) entre au dossier.
       SELECT OPTIONAL FICHIER-CONSENTEMENTS ASSIGN TO
           "consentements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSENTEMENTS-STATUS.

       SELECT FICHIER-DOSSIER ASSIGN TO "dossier-acces.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

               10 F-PERS-JOUR   PIC 9(02).
               10 F-PERS-ANNEE  PIC 9(04).

      *Meme decoupage que le FD de consmait.
       FD FICHIER-CONSENTEMENTS.
       01  F-CONSENTEMENT.
           05 F-CSN-TYPE        PIC X(01).
           05 FILLER            PIC X(01).
           05 F-CSN-SUJET       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-CSN-CANAL       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-CSN-ACCORD      PIC X(01).
           05 FILLER            PIC X(01).
           05 F-CSN-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-CSN-SOURCE      PIC X(15).
           05 FILLER            PIC X(01).
           05 F-CSN-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-CSN-HORODATE    PIC X(19).

       FD FICHIER-DOSSIER.
       01  F-DOSSIER            PIC X(120).

       77  WS-HISTO-TIERS-STATUS PIC X(02) VALUE SPACES.
       77  WS-LETTRE-STATUS      PIC X(02) VALUE SPACES.
       77  WS-MAITRE-STATUS      PIC X(02) VALUE SPACES.
       77  WS-CONSENTEMENTS-STATUS PIC X(02) VALUE SPACES.

       77  WS-FIN-FICHIER        PIC X(01) VALUE "N".
       77  WS-NB-TROUVES         PIC 9(04) VALUE 0.
       77  WS-CLIENT-ID-ED       PIC 9(04) VALUE 0.
       77  WS-SOLDE-ED           PIC ZZZZZ9.99.
       77  WS-MONTANT-ED         PIC ZZZZZZ9.99.
       77  WS-CANAL-LIB          PIC X(08) VALUE SPACES.
       77  WS-ACCORD-LIB         PIC X(06) VALUE SPACES.

      *Horodatage de l'exécution, reporté en tete du dossier.
       01  WS-HORODATAGE         PIC X(19).
               THRU    0800-PERSONNE-END
           END-IF.

           PERFORM 0900-CONSENTEMENTS-START
           THRU    0900-CONSENTEMENTS-END.

           MOVE SPACES TO F-DOSSIER.
           STRING "---- Fin du dossier : " WS-NB-TROUVES
                  " enregistrement(s) trouve(s) ----"

           EXIT.
       0800-PERSONNE-END.

      *Historique complet des consentements du client (type C) et
      *de la personne (type P) : chaque accord et chaque retrait
      *avec sa date d'effet, sa source et qui l'a saisi.
       0900-CONSENTEMENTS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-CONSENTEMENTS.

           IF WS-CONSENTEMENTS-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-CONSENTEMENTS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF (F-CSN-TYPE = "C" AND
                               WS-CLIENT-DEMANDE > 0 AND
                               F-CSN-SUJET = WS-CLIENT-DEMANDE) OR
                              (F-CSN-TYPE = "P" AND
                               WS-PERSONNE-DEMANDEE > 0 AND
                               F-CSN-SUJET = WS-PERSONNE-DEMANDEE)
                               PERFORM 0910-UN-CONSENTEMENT-START
                               THRU    0910-UN-CONSENTEMENT-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-CONSENTEMENTS.

           EXIT.
       0900-CONSENTEMENTS-END.

       0910-UN-CONSENTEMENT-START.

           EVALUATE F-CSN-CANAL
               WHEN "P"
                   MOVE "courrier" TO WS-CANAL-LIB
               WHEN "E"
                   MOVE "email"    TO WS-CANAL-LIB
               WHEN OTHER
                   MOVE "tel"      TO WS-CANAL-LIB
           END-EVALUATE.

           IF F-CSN-ACCORD = "O"
               MOVE "donne"  TO WS-ACCORD-LIB
           ELSE
               MOVE "retire" TO WS-ACCORD-LIB
           END-IF.

           ADD 1 TO WS-NB-TROUVES.
           MOVE SPACES TO F-DOSSIER.
           STRING "consentements.txt : le " F-CSN-DATE
                  " " F-CSN-TYPE F-CSN-SUJET
                  " " FUNCTION TRIM(WS-CANAL-LIB)
                  " " FUNCTION TRIM(WS-ACCORD-LIB)
                  " source=" FUNCTION TRIM(F-CSN-SOURCE)
                  " saisi par " FUNCTION TRIM(F-CSN-OPERATEUR)
                  " le " F-CSN-HORODATE
                  DELIMITED BY SIZE INTO F-DOSSIER.
           WRITE F-DOSSIER.

           EXIT.
       0910-UN-CONSENTEMENT-END.

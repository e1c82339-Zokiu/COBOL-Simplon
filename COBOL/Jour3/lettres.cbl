      *balises <NOM>, <ANCIEN>, <NOUVEAU> et <SOLDE> sont
      *remplacees. Cent clients ont change de palier au dernier
      *trimestre, deux ont recu une lettre : plus jamais ca.
      *Ce courrier est commercial : il ne part qu'aux clients
      *ayant consenti au courrier postal (registre des
      *consentements, sous-programme Consentement). Les clients
      *ecartes sont listes dans lettres-ecartees.txt avec le
      *motif, pour que le service client sache qui n'a rien recu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT FICHIER-LETTRE ASSIGN TO DYNAMIC WS-NOM-LETTRE
           ORGANIZATION IS LINE SEQUENTIAL.

      *Clients sans lettre faute de consentement, refaite a
      *chaque passage.
       SELECT FICHIER-ECARTES ASSIGN TO "lettres-ecartees.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-LETTRE.
       01  F-LETTRE             PIC X(100).

       FD FICHIER-ECARTES.
       01  F-ECARTE             PIC X(80).

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS    PIC X(02) VALUE SPACES.

       77  WS-FIN-HISTO         PIC X(01) VALUE "N".
       77  WS-NB-LETTRES        PIC 9(03) VALUE 0.
       77  WS-NB-ECARTES        PIC 9(03) VALUE 0.

      *Zone d'appel du sous-programme Consentement : client, canal
      *courrier postal.
       77  WS-CS-TYPE           PIC X(01) VALUE "C".
       77  WS-CS-SUJET          PIC 9(04) VALUE 0.
       77  WS-CS-CANAL          PIC X(01) VALUE "P".
       77  WS-CS-ACCORD         PIC X(01) VALUE "N".
       77  WS-CS-DATE           PIC 9(08) VALUE 0.

      *Seuls les changements du jour le plus recent de l'historique
      *donnent lieu a courrier (les anciens ont deja eu le leur).
           THRU    0300-GENERER-END.

           DISPLAY "Lettres generees : " WS-NB-LETTRES.
           DISPLAY "Clients ecartes sans consentement : "
                   WS-NB-ECARTES.

           STOP RUN.


           MOVE "N" TO WS-FIN-HISTO.
           OPEN INPUT FICHIER-HISTO-TIERS.
           OPEN OUTPUT FICHIER-ECARTES.

           PERFORM UNTIL WS-FIN-HISTO = "Y"
               READ FICHIER-HISTO-TIERS
           END-PERFORM.

           CLOSE FICHIER-HISTO-TIERS.
           CLOSE FICHIER-ECARTES.

           EXIT.
       0300-GENERER-END.
                                    WS-NOM-BUF
                                    WS-NOM-COMPLET.

      *Pas de consentement courrier en cours : pas de lettre, le
      *client est liste avec le motif.
           MOVE F-HT-CLIENT TO WS-CS-SUJET.
           CALL "Consentement" USING WS-CS-TYPE WS-CS-SUJET
                                     WS-CS-CANAL WS-CS-ACCORD
                                     WS-CS-DATE.
           IF WS-CS-ACCORD NOT = "O"
               MOVE SPACES TO F-ECARTE
               IF WS-CS-DATE = 0
                   STRING F-HT-CLIENT " "
                          WS-NOM-COMPLET(1:30)
                          " sans consentement courrier"
                          DELIMITED BY SIZE INTO F-ECARTE
               ELSE
                   STRING F-HT-CLIENT " "
                          WS-NOM-COMPLET(1:30)
                          " consentement retire le " WS-CS-DATE
                          DELIMITED BY SIZE INTO F-ECARTE
               END-IF
               WRITE F-ECARTE
               ADD 1 TO WS-NB-ECARTES
               DISPLAY "Client ecarte : " FUNCTION TRIM(F-ECARTE)
               GO TO 0400-UNE-LETTRE-END
           END-IF.

           MOVE WS-SOLDE(WS-CLIENT-TROUVE) TO WS-SOLDE-ED.

           MOVE F-HT-CLIENT TO WS-CLIENT-ID-ED.

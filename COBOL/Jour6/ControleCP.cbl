       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControleCP.
       AUTHOR. Terry.

      *Sous-programme partagé : controle d'un code postal et de sa
      *ville contre le referentiel officiel codes-postaux.txt,
      *charge par chargecp depuis le fichier de La Poste. Les
      *lettres de lettres et de relance revenaient sur "75OO1" ou
      *"Paris 15", saisis en texte libre dans clients.dat.
      *La ville est comparee sous sa forme normalisee (Translit,
      *tirets et apostrophes en blancs, SAINT/SAINTE en tete
      *abreges ST/STE comme le libelle d'acheminement). Si elle ne
      *correspond a aucune ville du code postal, une suggestion est
      *rendue : la ville du code postal de meme cle phonetique
      *(Phonetik) ; une ville laissee blanche recoit la ville du
      *code postal quand il n'en a qu'une.
      *Le referentiel est charge une fois, au premier appel.
      *  CC-STATUT : "00" adresse reconnue, "05" referentiel
      *              absent (adresse non controlee), "10" code
      *              postal mal forme (cinq chiffres), "20" code
      *              postal inconnu, "30" ville qui ne correspond
      *              pas au code postal (CC-SUGGESTION porte la
      *              ville proposee, ou blanc).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : tant que chargecp n'a pas ete passe.
           SELECT OPTIONAL FICHIER-CODES-POSTAUX ASSIGN TO
               "codes-postaux.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-CODES-POSTAUX de chargecp,
      *qui tient ce referentiel (trie par code postal).
       FD FICHIER-CODES-POSTAUX.
       01  F-CODE-POSTAL.
           05 F-CP-CODE         PIC X(05).
           05 FILLER            PIC X(01).
           05 F-CP-VILLE        PIC X(20).

       WORKING-STORAGE SECTION.

       77  WS-CODES-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
      *"O" une fois le referentiel lu, "A" s'il est absent.
       77  WS-CHARGE            PIC X(01) VALUE "N".

      *Couples code postal / ville du referentiel, dans l'ordre du
      *fichier.
       01  WS-TABLE-CODES.
           05 WS-CODE OCCURS 50000 TIMES.
               10 WS-CODE-CP     PIC X(05).
               10 WS-CODE-VILLE  PIC X(20).

       77  WS-IDX-CODE          PIC 9(05) VALUE 1.
       77  WS-MAX-CODES         PIC 9(05) VALUE 50000.
       77  WS-NB-CODES          PIC 9(05) VALUE 0.

      *Recherche en cours : villes du code postal, reconnue ou non,
      *et candidates a la suggestion.
       77  WS-NB-VILLES-CP      PIC 9(05) VALUE 0.
       77  WS-RECONNUE          PIC X(01) VALUE "N".
       77  WS-VILLE-UNIQUE      PIC X(20) VALUE SPACES.
       77  WS-VILLE-PHONETIQUE  PIC X(20) VALUE SPACES.

      *Ville saisie ramenee a la forme du referentiel.
       77  WS-VILLE-NORM        PIC X(20) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Translit.
       01  WS-TR-BRUT           PIC X(40).
       01  WS-TR-NORMALISE      PIC X(40).

      *Zone de travail pour l'appel du sous-programme Phonetik :
      *cle de la ville saisie et cle d'une ville du referentiel.
       01  WS-PH-ENTREE         PIC X(40).
       01  WS-PH-CLE            PIC X(04).
       77  WS-CLE-SAISIE        PIC X(04) VALUE SPACES.

       LINKAGE SECTION.
       01  WS-CC-CP             PIC X(05).
       01  WS-CC-VILLE          PIC X(20).
       01  WS-CC-SUGGESTION     PIC X(20).
       01  WS-CC-STATUT         PIC X(02).

       PROCEDURE DIVISION USING WS-CC-CP WS-CC-VILLE
                                WS-CC-SUGGESTION WS-CC-STATUT.

           MOVE SPACES TO WS-CC-SUGGESTION.

           IF WS-CHARGE = "N"
               PERFORM 0100-CHARGER-START
               THRU    0100-CHARGER-END
           END-IF.

           IF WS-CHARGE = "A"
               MOVE "05" TO WS-CC-STATUT
               GOBACK
           END-IF.

           IF WS-CC-CP IS NOT NUMERIC
               MOVE "10" TO WS-CC-STATUT
               GOBACK
           END-IF.

           PERFORM 0200-NORMALISER-START
           THRU    0200-NORMALISER-END.

           PERFORM 0300-RECHERCHER-START
           THRU    0300-RECHERCHER-END.

           EVALUATE TRUE
               WHEN WS-NB-VILLES-CP = 0
                   MOVE "20" TO WS-CC-STATUT
               WHEN WS-RECONNUE = "O"
                   MOVE "00" TO WS-CC-STATUT
               WHEN OTHER
                   MOVE "30" TO WS-CC-STATUT
                   MOVE WS-VILLE-PHONETIQUE TO WS-CC-SUGGESTION
                   IF WS-VILLE-NORM = SPACES AND
                      WS-NB-VILLES-CP = 1
                       MOVE WS-VILLE-UNIQUE TO WS-CC-SUGGESTION
                   END-IF
           END-EVALUATE.

           GOBACK.

      ******************************************************************

      *Lecture du referentiel en table, une fois pour toute la
      *duree du programme appelant.
       0100-CHARGER-START.

           MOVE "O" TO WS-CHARGE.
           MOVE "N" TO WS-FIN-FICHIER.
           MOVE 0   TO WS-NB-CODES.
           OPEN INPUT FICHIER-CODES-POSTAUX.

      *Statut 05 : fichier optionnel absent, aucun controle.
           IF WS-CODES-STATUS NOT = "00"
               CLOSE FICHIER-CODES-POSTAUX
               MOVE "A" TO WS-CHARGE
               GO TO 0100-CHARGER-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CODES-POSTAUX
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-NB-CODES < WS-MAX-CODES
                           ADD 1 TO WS-NB-CODES
                           MOVE F-CP-CODE  TO WS-CODE-CP(WS-NB-CODES)
                           MOVE F-CP-VILLE TO
                                WS-CODE-VILLE(WS-NB-CODES)
                       ELSE
                           DISPLAY "ATTENTION : codes-postaux.txt"
                                   " tronque a " WS-MAX-CODES
                                   " lignes"
                           MOVE "O" TO WS-FIN-FICHIER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CODES-POSTAUX.

      *Un referentiel vide ne controle rien, comme un absent.
           IF WS-NB-CODES = 0
               MOVE "A" TO WS-CHARGE
           END-IF.

           EXIT.
       0100-CHARGER-END.

      *Ville saisie ramenee a la forme du libelle d'acheminement :
      *capitales sans accent, ni tiret ni apostrophe, SAINT et
      *SAINTE en tete abreges.
       0200-NORMALISER-START.

           MOVE SPACES      TO WS-TR-BRUT.
           MOVE WS-CC-VILLE TO WS-TR-BRUT.
           CALL "Translit" USING WS-TR-BRUT WS-TR-NORMALISE.
           INSPECT WS-TR-NORMALISE REPLACING ALL "-" BY " "
                                             ALL "'" BY " ".

           MOVE SPACES TO WS-VILLE-NORM.
           EVALUATE TRUE
               WHEN WS-TR-NORMALISE(1:7) = "SAINTE "
                   STRING "STE " WS-TR-NORMALISE(8:33)
                          DELIMITED BY SIZE INTO WS-VILLE-NORM
               WHEN WS-TR-NORMALISE(1:6) = "SAINT "
                   STRING "ST " WS-TR-NORMALISE(7:34)
                          DELIMITED BY SIZE INTO WS-VILLE-NORM
               WHEN OTHER
                   MOVE WS-TR-NORMALISE TO WS-VILLE-NORM
           END-EVALUATE.

           MOVE SPACES        TO WS-PH-ENTREE.
           MOVE WS-VILLE-NORM TO WS-PH-ENTREE.
           CALL "Phonetik" USING WS-PH-ENTREE WS-PH-CLE.
           MOVE WS-PH-CLE TO WS-CLE-SAISIE.

           EXIT.
       0200-NORMALISER-END.

      *Parcours des villes du code postal : reconnue si l'une est
      *egale a la ville normalisee ; sinon la premiere de meme cle
      *phonetique est retenue pour la suggestion.
       0300-RECHERCHER-START.

           MOVE 0      TO WS-NB-VILLES-CP.
           MOVE "N"    TO WS-RECONNUE.
           MOVE SPACES TO WS-VILLE-UNIQUE.
           MOVE SPACES TO WS-VILLE-PHONETIQUE.

           PERFORM VARYING WS-IDX-CODE FROM 1 BY 1
                   UNTIL WS-IDX-CODE > WS-NB-CODES
                      OR WS-RECONNUE = "O"
               IF WS-CODE-CP(WS-IDX-CODE) = WS-CC-CP
                   ADD 1 TO WS-NB-VILLES-CP
                   MOVE WS-CODE-VILLE(WS-IDX-CODE) TO WS-VILLE-UNIQUE
                   IF WS-CODE-VILLE(WS-IDX-CODE) = WS-VILLE-NORM
                       MOVE "O" TO WS-RECONNUE
                   ELSE
                       IF WS-VILLE-PHONETIQUE = SPACES
                           MOVE SPACES TO WS-PH-ENTREE
                           MOVE WS-CODE-VILLE(WS-IDX-CODE) TO
                                WS-PH-ENTREE
                           CALL "Phonetik" USING WS-PH-ENTREE
                                                 WS-PH-CLE
                           IF WS-PH-CLE = WS-CLE-SAISIE
                               MOVE WS-CODE-VILLE(WS-IDX-CODE) TO
                                    WS-VILLE-PHONETIQUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0300-RECHERCHER-END.

      *dans relances-envoyees.txt avec son palier : la prochaine
      *execution escalade au palier suivant au lieu de renvoyer la
      *meme lettre. Polie, automatique, implacable.
      *Une adresse que le referentiel des codes postaux rejette
      *(ControleCP, memes regles que la liste de rejet d'auditadr)
      *ne recoit pas de lettre : la relance n'est pas consignee et
      *part a la premiere campagne qui suit la correction.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-NIVEAU-ENVOYE     PIC 9(01) VALUE 0.
       77  WS-RESTE-DU          PIC 9(07)V99 VALUE 0.
       77  WS-NB-LETTRES        PIC 9(03) VALUE 0.
       77  WS-NB-RETENUES       PIC 9(03) VALUE 0.

       77  WS-NOM-MODELE        PIC X(40) VALUE SPACES.
       77  WS-NOM-LETTRE        PIC X(40) VALUE SPACES.
       77  WS-MONTANT-ED       PIC ZZZZZZ9.99.
       77  WS-JOURS-ED         PIC ZZZZ9.

      *Zone de travail pour l'appel du sous-programme ControleCP
      *(adresse du client contre le referentiel des codes postaux).
       77  WS-CC-CP            PIC X(05) VALUE SPACES.
       77  WS-CC-VILLE         PIC X(20) VALUE SPACES.
       77  WS-CC-SUGGESTION    PIC X(20) VALUE SPACES.
       77  WS-CC-STATUT        PIC X(02) VALUE SPACES.

      *Date du jour AAAAMMJJ et ancrage en jours.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.
           THRU    0300-PARCOURIR-END.

           DISPLAY "Relances generees : " WS-NB-LETTRES.
           IF WS-NB-RETENUES > 0
               DISPLAY "Relances retenues (adresse a corriger) : "
                       WS-NB-RETENUES
           END-IF.

           STOP RUN.

               GO TO 0400-UNE-FACTURE-END
           END-IF.

      *Adresse non distribuable et sans ville proposee : la lettre
      *reviendrait. Une ville mal orthographiee mais reconnue par
      *sa proposition laisse partir la lettre, le code postal
      *l'achemine.
           MOVE WS-CP(WS-CLIENT-TROUVE)    TO WS-CC-CP.
           MOVE WS-VILLE(WS-CLIENT-TROUVE) TO WS-CC-VILLE.
           CALL "ControleCP" USING WS-CC-CP WS-CC-VILLE
                                   WS-CC-SUGGESTION WS-CC-STATUT.
           IF WS-CC-STATUT = "10" OR WS-CC-STATUT = "20" OR
              (WS-CC-STATUT = "30" AND WS-CC-SUGGESTION = SPACES)
               DISPLAY "ATTENTION : adresse du client " F-FO-CLIENT
                       " a corriger, pas de relance (facture "
                       F-FO-NUMERO ")"
               ADD 1 TO WS-NB-RETENUES
               GO TO 0400-UNE-FACTURE-END
           END-IF.

           PERFORM 0500-CHARGER-MODELE-START
           THRU    0500-CHARGER-MODELE-END.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClasseDate.
       AUTHOR. Terry.

      *Sous-programme partagé : classe d'un eleve a une date donnee,
      *d'apres l'historique des mouvements tenu par mouvelv
      *(mouvements-eleves.txt : arrivees A, changements de classe
      *T et departs D, chacun avec sa date d'effet). La fiche de
      *eleves-maitre.txt ne porte que la classe actuelle ; un
      *eleve change de classe en fevrier etait compte partout
      *dans sa nouvelle classe depuis la rentree.
      *Le mouvement retenu est le dernier dont la date d'effet ne
      *depasse pas CD-DATE (a date egale, le dernier du fichier).
      *Un eleve sans aucun mouvement est dans la classe de sa
      *fiche, CD-CLASSE-FICHE, depuis toujours.
      *  CD-CLASSE     : classe a la date ; la derniere classe
      *                  pour un eleve sorti, blanc pour un eleve
      *                  pas encore arrive.
      *  CD-DATE-EFFET : date du mouvement qui fixe la classe
      *                  (arrivee, changement ou depart), zero
      *                  quand la classe vient de la fiche.
      *  CD-STATUT     : "00" inscrit a la date, "10" pas encore
      *                  arrive, "20" sorti.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : vide tant que mouvelv n'a rien enregistre.
           SELECT OPTIONAL FICHIER-MOUVEMENTS ASSIGN TO
               "mouvements-eleves.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOUVEMENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de mouvelv.
       FD FICHIER-MOUVEMENTS.
       01  F-MOUVEMENT.
           05 F-MVT-ELEVE       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-MVT-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-MVT-TYPE        PIC X(01).
           05 FILLER            PIC X(01).
           05 F-MVT-ORIGINE     PIC X(05).
           05 FILLER            PIC X(01).
           05 F-MVT-DESTINATION PIC X(05).
           05 FILLER            PIC X(01).
           05 F-MVT-OPERATEUR   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-MVT-HORODATE    PIC X(19).

       WORKING-STORAGE SECTION.

       77  WS-MOUVEMENTS-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Dernier mouvement a la date, et premier mouvement de
      *l'eleve pour le cas ou tous sont posterieurs.
       77  WS-RETENU            PIC X(01) VALUE "N".
       77  WS-RET-DATE          PIC 9(08) VALUE 0.
       77  WS-RET-TYPE          PIC X(01) VALUE SPACE.
       77  WS-RET-ORIGINE       PIC X(05) VALUE SPACES.
       77  WS-RET-DESTINATION   PIC X(05) VALUE SPACES.
       77  WS-PREMIER           PIC X(01) VALUE "N".
       77  WS-PRE-DATE          PIC 9(08) VALUE 0.
       77  WS-PRE-TYPE          PIC X(01) VALUE SPACE.
       77  WS-PRE-ORIGINE       PIC X(05) VALUE SPACES.

       LINKAGE SECTION.
       01  CD-ELEVE             PIC 9(03).
       01  CD-DATE              PIC 9(08).
       01  CD-CLASSE-FICHE      PIC X(05).
       01  CD-CLASSE            PIC X(05).
       01  CD-DATE-EFFET        PIC 9(08).
       01  CD-STATUT            PIC X(02).

       PROCEDURE DIVISION USING CD-ELEVE CD-DATE CD-CLASSE-FICHE
                                CD-CLASSE CD-DATE-EFFET CD-STATUT.

           MOVE "00"            TO CD-STATUT.
           MOVE CD-CLASSE-FICHE TO CD-CLASSE.
           MOVE 0               TO CD-DATE-EFFET.

           PERFORM 0100-LIRE-MOUVEMENTS-START
           THRU    0100-LIRE-MOUVEMENTS-END.

           EVALUATE TRUE
               WHEN WS-RETENU = "O" AND WS-RET-TYPE = "D"
                   MOVE "20"           TO CD-STATUT
                   MOVE WS-RET-ORIGINE TO CD-CLASSE
                   MOVE WS-RET-DATE    TO CD-DATE-EFFET
               WHEN WS-RETENU = "O"
                   MOVE WS-RET-DESTINATION TO CD-CLASSE
                   MOVE WS-RET-DATE        TO CD-DATE-EFFET
      *Tous les mouvements sont posterieurs : avant une arrivee
      *l'eleve n'est pas encore la ; avant un changement ou un
      *depart il est dans la classe quittee.
               WHEN WS-PREMIER = "O" AND WS-PRE-TYPE = "A"
                   MOVE "10"        TO CD-STATUT
                   MOVE SPACES      TO CD-CLASSE
                   MOVE WS-PRE-DATE TO CD-DATE-EFFET
               WHEN WS-PREMIER = "O"
                   MOVE WS-PRE-ORIGINE TO CD-CLASSE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           GOBACK.

      ******************************************************************

       0100-LIRE-MOUVEMENTS-START.

           MOVE "N" TO WS-RETENU.
           MOVE "N" TO WS-PREMIER.
           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-MOUVEMENTS.

      *Statut 05 : fichier optionnel absent, ouvert vide.
           IF WS-MOUVEMENTS-STATUS NOT = "00" AND
              WS-MOUVEMENTS-STATUS NOT = "05"
               GO TO 0100-LIRE-MOUVEMENTS-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-MOUVEMENTS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-MVT-ELEVE = CD-ELEVE
                           PERFORM 0200-RETENIR-START
                           THRU    0200-RETENIR-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-MOUVEMENTS.

           EXIT.
       0100-LIRE-MOUVEMENTS-END.

       0200-RETENIR-START.

           IF F-MVT-DATE <= CD-DATE AND
              (WS-RETENU = "N" OR F-MVT-DATE >= WS-RET-DATE)
               MOVE "O"               TO WS-RETENU
               MOVE F-MVT-DATE        TO WS-RET-DATE
               MOVE F-MVT-TYPE        TO WS-RET-TYPE
               MOVE F-MVT-ORIGINE     TO WS-RET-ORIGINE
               MOVE F-MVT-DESTINATION TO WS-RET-DESTINATION
           END-IF.

           IF WS-PREMIER = "N" OR F-MVT-DATE < WS-PRE-DATE
               MOVE "O"           TO WS-PREMIER
               MOVE F-MVT-DATE    TO WS-PRE-DATE
               MOVE F-MVT-TYPE    TO WS-PRE-TYPE
               MOVE F-MVT-ORIGINE TO WS-PRE-ORIGINE
           END-IF.

           EXIT.
       0200-RETENIR-END.

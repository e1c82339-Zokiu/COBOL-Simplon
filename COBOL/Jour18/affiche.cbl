      *ne roule pas ; des jours a blanc valent tous les jours).
      *Le fichier affiche-gare.txt se punaise tel quel, a la place
      *des versions manuscrites, chacune avec ses propres erreurs.
      *Les perturbations du jour (perturbations-trains.txt, lues
      *par le sous-programme Perturbation) sont reportees en bout
      *de ligne : train supprime, depart retarde de n minutes ou
      *remplace par car, avec la cause.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-DEP-DUREE        PIC 9(02).
              10 WS-DEP-JOURS        PIC X(07).
              10 WS-DEP-EDITE        PIC X(01).
      *Perturbation du jour, deja redigee pour l'affiche.
              10 WS-DEP-MENTION      PIC X(36).

       77  WS-IDX-DEP           PIC 9(03) VALUE 1.
       77  WS-MAX-DEPARTS       PIC 9(03) VALUE 100.
       77  WS-IDX-JOUR          PIC 9(01) VALUE 0.
       77  WS-POS-GRILLE        PIC 9(02) VALUE 0.

      *Zone de travail pour l'appel du sous-programme Perturbation.
       77  WS-PT-HEURE          PIC 9(04) VALUE 0.
       77  WS-PT-NATURE         PIC X(01) VALUE SPACE.
       77  WS-PT-RETARD         PIC 9(03) VALUE 0.
       77  WS-PT-CAUSE          PIC X(06) VALUE SPACES.
       77  WS-PT-LIBELLE        PIC X(20) VALUE SPACES.
       77  WS-RETARD-ED         PIC ZZ9.

      *Horodatage de l'exécution, reporté en tete de l'affiche.
       01  WS-HORODATAGE        PIC X(19).

                                WS-DEP-JOURS(WS-NB-DEPARTS)
                           MOVE "N"             TO
                                WS-DEP-EDITE(WS-NB-DEPARTS)
                           PERFORM 0150-PERTURBATION-START
                           THRU    0150-PERTURBATION-END
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       0100-CHARGER-END.

      *Perturbation du jour du depart WS-NB-DEPARTS, redigee
      *pour l'affiche (blanc sans perturbation).
       0150-PERTURBATION-START.

           MOVE SPACES TO WS-DEP-MENTION(WS-NB-DEPARTS).
           COMPUTE WS-PT-HEURE = TRAIN-TIME-HH * 100 + TRAIN-TIME-MM.
           CALL "Perturbation" USING WS-DATE-REQUETE RECORD-TYPE
                                     STATION-DEPART WS-PT-HEURE
                                     WS-PT-NATURE WS-PT-RETARD
                                     WS-PT-CAUSE WS-PT-LIBELLE.

           EVALUATE WS-PT-NATURE
               WHEN "S"
                   STRING "auj. SUPPRIME - " WS-PT-LIBELLE
                          DELIMITED BY SIZE
                          INTO WS-DEP-MENTION(WS-NB-DEPARTS)
               WHEN "R"
                   MOVE WS-PT-RETARD TO WS-RETARD-ED
                   STRING "auj. RETARD " WS-RETARD-ED " min - "
                          WS-PT-LIBELLE
                          DELIMITED BY SIZE
                          INTO WS-DEP-MENTION(WS-NB-DEPARTS)
               WHEN "C"
                   STRING "auj. CAR - " WS-PT-LIBELLE
                          DELIMITED BY SIZE
                          INTO WS-DEP-MENTION(WS-NB-DEPARTS)
           END-EVALUATE.

           EXIT.
       0150-PERTURBATION-END.

      *Ecrit l'affiche : en-tete, rangee de jours, puis chaque
      *depart par heure croissante (tri par selection).
       0200-EDITER-START.
                          "  " WS-DEP-DESTINATION(WS-MEILLEUR)
                          " " WS-DEP-DUREE(WS-MEILLEUR) "h"
                          "    " WS-GRILLE
                          " " WS-DEP-MENTION(WS-MEILLEUR)
                          DELIMITED BY SIZE INTO F-AFFICHE
                   WRITE F-AFFICHE
               END-IF

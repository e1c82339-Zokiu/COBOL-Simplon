      *jours contradictoires (caractere autre que O/N, ou aucun
      *jour a O) sont rejetes avec un message. Le tableau du
      *dimanche ne montrera plus les trains du lundi.
      *Les perturbations du jour (perturbations-trains.txt, lues
      *par le sous-programme Perturbation) s'appliquent a la date
      *extraite : un train supprime n'est pas ecrit, un depart
      *retarde est ecrit a son heure reelle, un train remplace par
      *car est ecrit au type CAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-JOURS-VALIDES     PIC X(01) VALUE "O".
       77  WS-AU-MOINS-UN       PIC X(01) VALUE "N".

      *Zone de travail pour l'appel du sous-programme Perturbation.
       77  WS-PT-HEURE          PIC 9(04) VALUE 0.
       77  WS-PT-NATURE         PIC X(01) VALUE SPACE.
       77  WS-PT-RETARD         PIC 9(03) VALUE 0.
       77  WS-PT-CAUSE          PIC X(06) VALUE SPACES.
       77  WS-PT-LIBELLE        PIC X(20) VALUE SPACES.
       77  WS-MIN-REELLES       PIC 9(04) VALUE 0.
       77  WS-CALCUL            PIC 9(04) VALUE 0.
       77  WS-NB-SUPPRIMES      PIC 9(04) VALUE 0.
       77  WS-NB-RETARDES       PIC 9(04) VALUE 0.
       77  WS-NB-CARS           PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "Date du tableau a extraire (AAAAMMJJ) :".
                       ELSE
                           IF TRAIN-JOURS = SPACES OR
                              TRAIN-JOUR(WS-JOUR-SEMAINE) = "O"
                               PERFORM 0200-PERTURBATION-START
                               THRU    0200-PERTURBATION-END
                           END-IF
                       END-IF
               END-READ
           DISPLAY "Extrait du " WS-DATE-DEMANDEE " : "
                   WS-NB-ECRITS " train(s) sur " WS-NB-LUS
                   ", " WS-NB-REJETS " rejet(s)".
           IF WS-NB-SUPPRIMES > 0 OR WS-NB-RETARDES > 0 OR
              WS-NB-CARS > 0
               DISPLAY "Perturbations : " WS-NB-SUPPRIMES
                       " supprime(s) non ecrit(s), " WS-NB-RETARDES
                       " retarde(s), " WS-NB-CARS
                       " remplace(s) par car"
           END-IF.

           STOP RUN.

           EXIT.
       0100-CONTROLER-JOURS-END.

      *Train qui roule ce jour-la : applique sa perturbation du
      *jour avant de l'ecrire dans l'extrait (supprime : pas
      *ecrit ; retarde : heure de depart decalee, modulo 24
      *heures ; remplace par car : type CAR).
       0200-PERTURBATION-START.

           COMPUTE WS-PT-HEURE = TRAIN-TIME-HH * 100 + TRAIN-TIME-MM.
           CALL "Perturbation" USING WS-DATE-DEMANDEE RECORD-TYPE
                                     STATION-DEPART WS-PT-HEURE
                                     WS-PT-NATURE WS-PT-RETARD
                                     WS-PT-CAUSE WS-PT-LIBELLE.

           EVALUATE WS-PT-NATURE
               WHEN "S"
                   DISPLAY "SUPPRIME : " RECORD-TYPE " "
                           FUNCTION TRIM(STATION-DEPART) " "
                           TRAIN-TIME-HH ":" TRAIN-TIME-MM " ("
                           FUNCTION TRIM(WS-PT-LIBELLE) ")"
                   ADD 1 TO WS-NB-SUPPRIMES
                   GO TO 0200-PERTURBATION-END
               WHEN "R"
                   COMPUTE WS-MIN-REELLES =
                       TRAIN-TIME-HH * 60 + TRAIN-TIME-MM
                       + WS-PT-RETARD
                   DIVIDE WS-MIN-REELLES BY 1440 GIVING WS-CALCUL
                       REMAINDER WS-MIN-REELLES
                   DIVIDE WS-MIN-REELLES BY 60 GIVING TRAIN-TIME-HH
                       REMAINDER TRAIN-TIME-MM
                   ADD 1 TO WS-NB-RETARDES
               WHEN "C"
                   MOVE "CAR" TO RECORD-TYPE
                   ADD 1 TO WS-NB-CARS
           END-EVALUATE.

           MOVE SPACES TO F-EXTRAIT.
           MOVE TRAIN-PLANNING TO F-EXTRAIT.
           WRITE F-EXTRAIT.
           ADD 1 TO WS-NB-ECRITS.

           EXIT.
       0200-PERTURBATION-END.

      *Retient le fichier d'horaires de la version en vigueur a la
      *date posee dans WS-DATE-REQUETE (0 = date du jour) : la
      *version au plus grand jour d'effet deja atteint. Sans

      *praticable. Les itineraires a deux changements sont classes
      *par duree totale de voyage, avec un plafond de resultats au
      *choix du guichet.
      *Avec une date de voyage, un train complet ce jour-la (plus
      *aucune place sur l'un de ses troncons d'apres
      *reservations.txt et capacites-trains.txt, calcul du
      *sous-programme Places) n'est plus propose, ni en direct ni
      *en correspondance.
      *Chaque itineraire est tarife : bareme par type de train et
      *tranche de distance (tarifs-trains.txt), distances entre
      *gares (distances-gares.txt). Le prix retenu est la somme
      *des troncons, ou le tarif de bout en bout (distance de
      *l'origine a la destination, au type du troncon le plus
      *cher) quand il est moins cher ; la reduction de la
      *categorie du voyageur (reductions-voyageurs.txt) s'applique
      *ensuite. Le tarif s'affiche a cote de la duree, et le
      *trajet le moins cher est rappele en fin de liste.
      *Avec une date de voyage, les perturbations de ce jour-la
      *(perturbations-trains.txt, sous-programme Perturbation)
      *s'appliquent : un train supprime est ecarte et les
      *itineraires se reconstruisent sur les departs suivants, un
      *train retarde est pris a son heure reelle (correspondances
      *recalculees en consequence), et tout troncon retarde ou
      *remplace par car est signale sous l'itineraire.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERSIONS-STATUS.

      *Distances entre gares, dans un sens ou dans l'autre.
      *OPTIONAL : sans distance, pas de tarif.
       SELECT OPTIONAL FICHIER-DISTANCES ASSIGN TO
           "distances-gares.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISTANCES-STATUS.

      *Bareme des prix par type de train et tranche de distance.
      *OPTIONAL : sans bareme, pas de tarif.
       SELECT OPTIONAL FICHIER-TARIFS ASSIGN TO "tarifs-trains.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARIFS-STATUS.

      *Reductions par categorie de voyageur. OPTIONAL : sans
      *referentiel, plein tarif pour tous.
       SELECT OPTIONAL FICHIER-REDUCTIONS ASSIGN TO
           "reductions-voyageurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REDUCTIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER            PIC X(01).
           05 F-VER-STATUT      PIC X(01).

      *Une distance : deux gares et les kilometres qui les
      *separent.
       FD FICHIER-DISTANCES.
       01  F-DISTANCE.
           05 F-DIS-GARE-1      PIC X(18).
           05 FILLER            PIC X(01).
           05 F-DIS-GARE-2      PIC X(18).
           05 FILLER            PIC X(01).
           05 F-DIS-KM          PIC 9(04).

      *Une tranche du bareme : type de train, borne haute de la
      *tranche en kilometres, prix. Un trajet prend la plus petite
      *tranche qui le contient.
       FD FICHIER-TARIFS.
       01  F-TARIF.
           05 F-TAR-TYPE        PIC X(03).
           05 FILLER            PIC X(01).
           05 F-TAR-KM-MAX      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-TAR-PRIX        PIC 9(04)V99.

      *Une categorie de voyageur et son pourcentage de reduction.
       FD FICHIER-REDUCTIONS.
       01  F-REDUCTION.
           05 F-RED-CATEGORIE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-RED-TAUX        PIC 9(02).

       WORKING-STORAGE SECTION.

      *Resolution de la version d'horaires en vigueur a la date
              10 WS-MIN-ARRIVEE       PIC 9(04).
              10 WS-HH-ARRIVEE        PIC 9(02).
              10 WS-JOURS             PIC X(07).
      *Train complet a la date du voyage (O/N).
              10 WS-COMPLET           PIC X(01).
      *Perturbation a la date du voyage (blanc, S supprime,
      *R retarde, C remplace par car) et retard en minutes.
              10 WS-PERTURBATION      PIC X(01).
              10 WS-RETARD            PIC 9(03).

       77  WS-IDX-TRAIN         PIC 9(04) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(04) VALUE 500.
       77  WS-DC-RESULTAT  PIC S9(07) VALUE 0.
       77  WS-DC-STATUT    PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Places : le
      *train entier, de sa gare de depart a sa gare d'arrivee.
       77  WS-PL-HEURE          PIC 9(04) VALUE 0.
       77  WS-PL-CAPACITE       PIC 9(04) VALUE 0.
       77  WS-PL-RESTANT        PIC S9(05) VALUE 0.
       77  WS-PL-CHARGE         PIC 9(05) VALUE 0.
       01  WS-PL-PARCOURS.
           05 WS-PL-PARCOURS-GARE OCCURS 12 TIMES PIC X(18).
       77  WS-PL-NB-GARES       PIC 9(02) VALUE 0.
       77  WS-PL-STATUT         PIC X(02) VALUE SPACES.
       77  WS-NB-COMPLETS       PIC 9(03) VALUE 0.

      *Zone de travail pour l'appel du sous-programme Perturbation.
       77  WS-PT-NATURE         PIC X(01) VALUE SPACE.
       77  WS-PT-RETARD         PIC 9(03) VALUE 0.
       77  WS-PT-CAUSE          PIC X(06) VALUE SPACES.
       77  WS-PT-LIBELLE        PIC X(20) VALUE SPACES.
       77  WS-PT-MINUTES        PIC 9(04) VALUE 0.
       77  WS-NB-SUPPRIMES      PIC 9(03) VALUE 0.
       77  WS-SG-IDX            PIC 9(01) VALUE 0.
       77  WS-SG-TRAIN          PIC 9(04) VALUE 0.

      *Referentiels de tarification charges au depart.
       01  WS-TABLE-DISTANCES.
           05 WS-DIS OCCURS 300 TIMES.
               10 WS-DIS-GARE-1     PIC X(18).
               10 WS-DIS-GARE-2     PIC X(18).
               10 WS-DIS-KM         PIC 9(04).
       77  WS-IDX-DIS           PIC 9(03) VALUE 0.
       77  WS-MAX-DIS           PIC 9(03) VALUE 300.
       77  WS-NB-DIS            PIC 9(03) VALUE 0.
       77  WS-DISTANCES-STATUS  PIC X(02) VALUE SPACES.

       01  WS-TABLE-TARIFS.
           05 WS-TAR OCCURS 100 TIMES.
               10 WS-TAR-TYPE       PIC X(03).
               10 WS-TAR-KM-MAX     PIC 9(04).
               10 WS-TAR-PRIX       PIC 9(04)V99.
       77  WS-IDX-TAR           PIC 9(03) VALUE 0.
       77  WS-MAX-TAR           PIC 9(03) VALUE 100.
       77  WS-NB-TAR            PIC 9(03) VALUE 0.
       77  WS-TARIFS-STATUS     PIC X(02) VALUE SPACES.

       77  WS-REDUCTIONS-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-REF           PIC X(01) VALUE "N".
       77  WS-CATEGORIE         PIC X(10) VALUE SPACES.
       77  WS-TAUX-REDUCTION    PIC 9(02) VALUE 0.

      *Tarification d'un itineraire : ses trains (un a trois) en
      *entree, le prix et sa disponibilite en sortie.
       01  WS-TF-TRAINS.
           05 WS-TF-TRAIN OCCURS 3 TIMES PIC 9(04).
       77  WS-TF-NB             PIC 9(01) VALUE 0.
       77  WS-TF-IDX            PIC 9(01) VALUE 0.
       77  WS-TF-DISPO          PIC X(01) VALUE "N".
       77  WS-TF-TARIF          PIC 9(05)V99 VALUE 0.
       77  WS-TF-SOMME          PIC 9(05)V99 VALUE 0.
       77  WS-TF-SOMME-OK       PIC X(01) VALUE "O".
       77  WS-TF-KM-TOTAL       PIC 9(05) VALUE 0.
       77  WS-TF-PRIX-MAX       PIC 9(04)V99 VALUE 0.
       77  WS-TF-TYPE-BOUT      PIC X(03) VALUE SPACES.
       77  WS-TF-TEXTE          PIC X(14) VALUE SPACES.
       77  WS-TF-TARIF-ED       PIC ZZZZ9.99.

      *Recherche d'une distance et d'une tranche du bareme.
       77  WS-DI-GARE-1         PIC X(18) VALUE SPACES.
       77  WS-DI-GARE-2         PIC X(18) VALUE SPACES.
       77  WS-DI-KM             PIC 9(05) VALUE 0.
       77  WS-DI-TROUVE         PIC X(01) VALUE "N".
       77  WS-BA-TYPE           PIC X(03) VALUE SPACES.
       77  WS-BA-PRIX           PIC 9(04)V99 VALUE 0.
       77  WS-BA-KM-RETENU      PIC 9(04) VALUE 0.
       77  WS-BA-TROUVE         PIC X(01) VALUE "N".

      *Duree d'un itineraire en minutes (bascule de minuit
      *reprise) et trajet le moins cher de la liste.
       77  WS-DUREE             PIC S9(05) VALUE 0.
       77  WS-DUREE-ED          PIC ZZZ9.
       77  WS-MEILLEUR-TARIF    PIC 9(05)V99 VALUE 0.
       77  WS-MEILLEUR-ED       PIC ZZZZ9.99.
       77  WS-MEILLEUR-LIBELLE  PIC X(60) VALUE SPACES.

      *Controles des jours de circulation : le train WS-IDX-ROULE
      *roule-t-il le jour demande, et les deux trains compares
      *ont-ils un jour commun (jours a blanc = tous les jours).
           DISPLAY "Plafond d'itineraires a deux changements"
                   " (0 = tous) :".
           ACCEPT WS-PLAFOND.
           DISPLAY "Categorie de voyageur (blanc = plein tarif) :".
           ACCEPT WS-CATEGORIE.

           IF WS-DATE-VOYAGE > 0
               MOVE "J" TO WS-DC-FONCTION
           PERFORM 0100-LECTURE-START
           THRU    0100-LECTURE-END.

           PERFORM 0160-TARIFS-START
           THRU    0160-TARIFS-END.

           PERFORM 0200-DIRECTS-START
           THRU    0200-DIRECTS-END.

           DISPLAY WS-NB-DIRECTS " direct(s), " WS-NB-CORRESP
                   " itineraire(s) a une correspondance, "
                   WS-NB-CORRESP-2 " a deux.".
           IF WS-NB-COMPLETS > 0
               DISPLAY WS-NB-COMPLETS " train(s) complet(s) ce"
                       " jour-la ecarte(s)."
           END-IF.
           IF WS-NB-SUPPRIMES > 0
               DISPLAY WS-NB-SUPPRIMES " train(s) supprime(s) ce"
                       " jour-la ecarte(s), itineraires recalcules"
                       " sur les departs suivants."
           END-IF.
           IF WS-MEILLEUR-LIBELLE NOT = SPACES
               MOVE WS-MEILLEUR-TARIF TO WS-MEILLEUR-ED
               DISPLAY "Le moins cher : "
                       FUNCTION TRIM(WS-MEILLEUR-LIBELLE)
                       " a " WS-MEILLEUR-ED
           END-IF.

           STOP RUN.

                               TRAIN-TIME-MM
                           MOVE TRAIN-JOURS TO
                                WS-JOURS(WS-IDX-TRAIN)
                           PERFORM 0150-COMPLET-START
                           THRU    0150-COMPLET-END
                           PERFORM 0170-PERTURBATION-START
                           THRU    0170-PERTURBATION-END
                           ADD 1 TO WS-IDX-TRAIN
                       END-IF
               END-READ
           EXIT.
       0100-LECTURE-END.

      *Le train WS-IDX-TRAIN est-il complet a la date du voyage ?
      *Sans date, ou sans capacite renseignee, il ne l'est pas.
       0150-COMPLET-START.

           MOVE "N" TO WS-COMPLET(WS-IDX-TRAIN).
           IF WS-DATE-VOYAGE = 0
               GO TO 0150-COMPLET-END
           END-IF.

           COMPUTE WS-PL-HEURE = TRAIN-TIME-HH * 100 + TRAIN-TIME-MM.
           CALL "Places" USING RECORD-TYPE STATION-DEPART
                               WS-PL-HEURE STATION-ARRIVEE
                               WS-DATE-VOYAGE STATION-DEPART
                               STATION-ARRIVEE WS-PL-CAPACITE
                               WS-PL-RESTANT WS-PL-CHARGE
                               WS-PL-PARCOURS WS-PL-NB-GARES
                               WS-PL-STATUT.
           IF WS-PL-STATUT = "00" AND WS-PL-RESTANT <= 0
               MOVE "O" TO WS-COMPLET(WS-IDX-TRAIN)
               ADD 1 TO WS-NB-COMPLETS
           END-IF.

           EXIT.
       0150-COMPLET-END.

      *Perturbation du train WS-IDX-TRAIN a la date du voyage
      *(cherchee a son heure prevue, avant tout decalage). Un
      *retard decale le depart et l'arrivee, modulo 24 heures.
       0170-PERTURBATION-START.

           MOVE SPACE TO WS-PERTURBATION(WS-IDX-TRAIN).
           MOVE 0     TO WS-RETARD(WS-IDX-TRAIN).
           IF WS-DATE-VOYAGE = 0
               GO TO 0170-PERTURBATION-END
           END-IF.

           COMPUTE WS-PL-HEURE = TRAIN-TIME-HH * 100 + TRAIN-TIME-MM.
           CALL "Perturbation" USING WS-DATE-VOYAGE RECORD-TYPE
                                     STATION-DEPART WS-PL-HEURE
                                     WS-PT-NATURE WS-PT-RETARD
                                     WS-PT-CAUSE WS-PT-LIBELLE.
           MOVE WS-PT-NATURE TO WS-PERTURBATION(WS-IDX-TRAIN).
           MOVE WS-PT-RETARD TO WS-RETARD(WS-IDX-TRAIN).

           IF WS-PT-NATURE = "S"
               ADD 1 TO WS-NB-SUPPRIMES
           END-IF.

           IF WS-PT-NATURE = "R" AND WS-PT-RETARD > 0
               COMPUTE WS-PT-MINUTES =
                   WS-MIN-DEPART(WS-IDX-TRAIN) + WS-PT-RETARD
               DIVIDE WS-PT-MINUTES BY 1440 GIVING WS-CALCUL
                   REMAINDER WS-MIN-DEPART(WS-IDX-TRAIN)
               DIVIDE WS-MIN-DEPART(WS-IDX-TRAIN) BY 60
                   GIVING WS-HH-DEPART(WS-IDX-TRAIN)
                   REMAINDER WS-MM-DEPART(WS-IDX-TRAIN)
               COMPUTE WS-PT-MINUTES =
                   WS-MIN-ARRIVEE(WS-IDX-TRAIN) + WS-PT-RETARD
               DIVIDE WS-PT-MINUTES BY 1440 GIVING WS-CALCUL
                   REMAINDER WS-MIN-ARRIVEE(WS-IDX-TRAIN)
               DIVIDE WS-MIN-ARRIVEE(WS-IDX-TRAIN) BY 60
                   GIVING WS-HH-ARRIVEE(WS-IDX-TRAIN)
           END-IF.

           EXIT.
       0170-PERTURBATION-END.

      *Sous l'itineraire affiche (trains WS-TF-TRAIN(1) a
      *WS-TF-TRAIN(WS-TF-NB)), une ligne par troncon retarde ou
      *remplace par car a la date du voyage.
       0180-SIGNALER-START.

           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-TF-NB
               MOVE WS-TF-TRAIN(WS-SG-IDX) TO WS-SG-TRAIN
               EVALUATE WS-PERTURBATION(WS-SG-TRAIN)
                   WHEN "R"
                       DISPLAY "   ! " WS-TYPE(WS-SG-TRAIN) " de "
                               FUNCTION TRIM
                                   (WS-GARE-DEPART(WS-SG-TRAIN))
                               " retarde de "
                               WS-RETARD(WS-SG-TRAIN)
                               " min (heure reelle affichee)"
                   WHEN "C"
                       DISPLAY "   ! " WS-TYPE(WS-SG-TRAIN) " de "
                               FUNCTION TRIM
                                   (WS-GARE-DEPART(WS-SG-TRAIN))
                               " remplace par car"
               END-EVALUATE
           END-PERFORM.

           EXIT.
       0180-SIGNALER-END.

       0200-DIRECTS-START.

           DISPLAY "---- Trains directs ----".
                  WS-GARE-ARRIVEE(WS-IDX-TRAIN) = WS-DESTINATION
                  AND WS-MIN-DEPART(WS-IDX-TRAIN) >= WS-MIN-MINI
                  AND WS-ROULE = "O"
                   MOVE 1 TO WS-TF-NB
                   MOVE WS-IDX-TRAIN TO WS-TF-TRAIN(1)
                   PERFORM 0900-TARIFER-START
                   THRU    0900-TARIFER-END
                   DISPLAY WS-TYPE(WS-IDX-TRAIN) " depart "
                           WS-HH-DEPART(WS-IDX-TRAIN) ":"
                           WS-MM-DEPART(WS-IDX-TRAIN)
                           " arrivee "
                           WS-HH-ARRIVEE(WS-IDX-TRAIN) ":"
                           WS-MM-DEPART(WS-IDX-TRAIN)
                           " duree " WS-DUREE-ED " min tarif "
                           WS-TF-TEXTE
                   PERFORM 0180-SIGNALER-START
                   THRU    0180-SIGNALER-END
                   ADD 1 TO WS-NB-DIRECTS
               END-IF
           END-PERFORM.
                                  WS-MIN-CHANGEMENT AND
                          WS-ROULE = "O" AND
                          WS-JOUR-COMMUN = "O"
                           MOVE 2 TO WS-TF-NB
                           MOVE WS-IDX-A TO WS-TF-TRAIN(1)
                           MOVE WS-IDX-B TO WS-TF-TRAIN(2)
                           PERFORM 0900-TARIFER-START
                           THRU    0900-TARIFER-END
                           DISPLAY WS-TYPE(WS-IDX-A) " depart "
                                   WS-HH-DEPART(WS-IDX-A) ":"
                                   WS-MM-DEPART(WS-IDX-A)
                                   " arrivee "
                                   WS-HH-ARRIVEE(WS-IDX-B) ":"
                                   WS-MM-DEPART(WS-IDX-B)
                                   " duree " WS-DUREE-ED
                                   " min tarif " WS-TF-TEXTE
                           PERFORM 0180-SIGNALER-START
                           THRU    0180-SIGNALER-END
                           ADD 1 TO WS-NB-CORRESP
                       END-IF
                   END-PERFORM

      *Le train WS-IDX-ROULE roule-t-il le jour demande ? Sans
      *date de voyage, ou avec des jours a blanc (anciens
      *enregistrements), le train roule. Un train complet ou
      *supprime ce jour-la est traite comme s'il ne roulait pas.
       0400-ROULE-JOUR-START.

           IF WS-COMPLET(WS-IDX-ROULE) = "O" OR
              WS-PERTURBATION(WS-IDX-ROULE) = "S"
               MOVE "N" TO WS-ROULE
               GO TO 0400-ROULE-JOUR-END
           END-IF.

           IF WS-DATE-VOYAGE = 0 OR
              WS-JOURS(WS-IDX-ROULE) = SPACES
               MOVE "O" TO WS-ROULE
                   MOVE "O" TO WS-IT-EDITE(WS-MEILLEUR-ITIN)
                   MOVE WS-IT-DUREE(WS-MEILLEUR-ITIN)
                        TO WS-DUREE-TOTALE
                   MOVE 3 TO WS-TF-NB
                   MOVE WS-IT-A(WS-MEILLEUR-ITIN) TO WS-TF-TRAIN(1)
                   MOVE WS-IT-B(WS-MEILLEUR-ITIN) TO WS-TF-TRAIN(2)
                   MOVE WS-IT-C(WS-MEILLEUR-ITIN) TO WS-TF-TRAIN(3)
                   PERFORM 0900-TARIFER-START
                   THRU    0900-TARIFER-END
                   DISPLAY WS-TYPE(WS-IT-A(WS-MEILLEUR-ITIN))
                           " depart "
                           WS-HH-DEPART(WS-IT-A(WS-MEILLEUR-ITIN))
                           ":"
                           WS-MM-DEPART(WS-IT-C(WS-MEILLEUR-ITIN))
                           " (duree totale " WS-DUREE-TOTALE
                           " min, tarif " WS-TF-TEXTE ")"
                   PERFORM 0180-SIGNALER-START
                   THRU    0180-SIGNALER-END
                   ADD 1 TO WS-NB-CORRESP-2
               END-IF
           END-PERFORM.

           EXIT.
       0050-RESOUDRE-VERSION-END.

      *Referentiels de tarification : distances, bareme, et taux
      *de reduction de la categorie saisie (inconnue : plein
      *tarif, signale).
       0160-TARIFS-START.

           OPEN INPUT FICHIER-DISTANCES.
           IF WS-DISTANCES-STATUS = "00"
               MOVE "N" TO WS-FIN-REF
               PERFORM UNTIL WS-FIN-REF = "O"
                   READ FICHIER-DISTANCES
                       AT END
                           MOVE "O" TO WS-FIN-REF
                       NOT AT END
                           IF WS-NB-DIS < WS-MAX-DIS AND
                              F-DIS-KM IS NUMERIC
                               ADD 1 TO WS-NB-DIS
                               MOVE F-DIS-GARE-1 TO
                                    WS-DIS-GARE-1(WS-NB-DIS)
                               MOVE F-DIS-GARE-2 TO
                                    WS-DIS-GARE-2(WS-NB-DIS)
                               MOVE F-DIS-KM TO WS-DIS-KM(WS-NB-DIS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-DISTANCES.

           OPEN INPUT FICHIER-TARIFS.
           IF WS-TARIFS-STATUS = "00"
               MOVE "N" TO WS-FIN-REF
               PERFORM UNTIL WS-FIN-REF = "O"
                   READ FICHIER-TARIFS
                       AT END
                           MOVE "O" TO WS-FIN-REF
                       NOT AT END
                           IF WS-NB-TAR < WS-MAX-TAR AND
                              F-TAR-KM-MAX IS NUMERIC AND
                              F-TAR-PRIX IS NUMERIC
                               ADD 1 TO WS-NB-TAR
                               MOVE F-TAR-TYPE   TO
                                    WS-TAR-TYPE(WS-NB-TAR)
                               MOVE F-TAR-KM-MAX TO
                                    WS-TAR-KM-MAX(WS-NB-TAR)
                               MOVE F-TAR-PRIX   TO
                                    WS-TAR-PRIX(WS-NB-TAR)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-TARIFS.

           IF WS-CATEGORIE = SPACES
               GO TO 0160-TARIFS-END
           END-IF.

           MOVE "N" TO WS-BA-TROUVE.
           OPEN INPUT FICHIER-REDUCTIONS.
           IF WS-REDUCTIONS-STATUS = "00"
               MOVE "N" TO WS-FIN-REF
               PERFORM UNTIL WS-FIN-REF = "O"
                   READ FICHIER-REDUCTIONS
                       AT END
                           MOVE "O" TO WS-FIN-REF
                       NOT AT END
                           IF F-RED-CATEGORIE = WS-CATEGORIE AND
                              F-RED-TAUX IS NUMERIC
                               MOVE F-RED-TAUX TO WS-TAUX-REDUCTION
                               MOVE "O" TO WS-BA-TROUVE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REDUCTIONS.

           IF WS-BA-TROUVE = "N"
               DISPLAY "ATTENTION : categorie " WS-CATEGORIE
                       " inconnue, plein tarif"
           END-IF.

           EXIT.
       0160-TARIFS-END.

      *Prix de l'itineraire WS-TF-TRAIN(1..WS-TF-NB) : somme des
      *troncons, ou tarif de bout en bout s'il est moins cher,
      *puis reduction de la categorie. Calcule aussi la duree et
      *retient le trajet le moins cher de la liste.
       0900-TARIFER-START.

           MOVE 0   TO WS-TF-SOMME WS-TF-KM-TOTAL WS-TF-PRIX-MAX.
           MOVE "O" TO WS-TF-SOMME-OK.
           MOVE WS-TYPE(WS-TF-TRAIN(1)) TO WS-TF-TYPE-BOUT.

           PERFORM VARYING WS-TF-IDX FROM 1 BY 1
                   UNTIL WS-TF-IDX > WS-TF-NB
               MOVE WS-GARE-DEPART(WS-TF-TRAIN(WS-TF-IDX))
                    TO WS-DI-GARE-1
               MOVE WS-GARE-ARRIVEE(WS-TF-TRAIN(WS-TF-IDX))
                    TO WS-DI-GARE-2
               PERFORM 0950-DISTANCE-START
               THRU    0950-DISTANCE-END
               MOVE WS-TYPE(WS-TF-TRAIN(WS-TF-IDX)) TO WS-BA-TYPE
               IF WS-DI-TROUVE = "O"
                   ADD WS-DI-KM TO WS-TF-KM-TOTAL
                   PERFORM 0960-BAREME-START
                   THRU    0960-BAREME-END
               ELSE
                   MOVE "N" TO WS-BA-TROUVE
               END-IF
               IF WS-BA-TROUVE = "O"
                   ADD WS-BA-PRIX TO WS-TF-SOMME
                   IF WS-BA-PRIX > WS-TF-PRIX-MAX
                       MOVE WS-BA-PRIX TO WS-TF-PRIX-MAX
                       MOVE WS-BA-TYPE TO WS-TF-TYPE-BOUT
                   END-IF
               ELSE
                   MOVE "N" TO WS-TF-SOMME-OK
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-TF-DISPO.
           IF WS-TF-SOMME-OK = "O"
               MOVE WS-TF-SOMME TO WS-TF-TARIF
               MOVE "O" TO WS-TF-DISPO
           END-IF.

      *Bout en bout : distance directe de l'origine a la
      *destination si elle est connue, sinon la somme des
      *troncons.
           IF WS-TF-NB > 1
               MOVE WS-GARE-DEPART(WS-TF-TRAIN(1)) TO WS-DI-GARE-1
               MOVE WS-GARE-ARRIVEE(WS-TF-TRAIN(WS-TF-NB))
                    TO WS-DI-GARE-2
               PERFORM 0950-DISTANCE-START
               THRU    0950-DISTANCE-END
               IF WS-DI-TROUVE = "N" AND WS-TF-SOMME-OK = "O"
                   MOVE WS-TF-KM-TOTAL TO WS-DI-KM
                   MOVE "O" TO WS-DI-TROUVE
               END-IF
               IF WS-DI-TROUVE = "O"
                   MOVE WS-TF-TYPE-BOUT TO WS-BA-TYPE
                   PERFORM 0960-BAREME-START
                   THRU    0960-BAREME-END
                   IF WS-BA-TROUVE = "O" AND
                      (WS-TF-DISPO = "N" OR
                       WS-BA-PRIX < WS-TF-TARIF)
                       MOVE WS-BA-PRIX TO WS-TF-TARIF
                       MOVE "O" TO WS-TF-DISPO
                   END-IF
               END-IF
           END-IF.

           COMPUTE WS-DUREE =
                   WS-MIN-ARRIVEE(WS-TF-TRAIN(WS-TF-NB))
                 - WS-MIN-DEPART(WS-TF-TRAIN(1)).
           IF WS-DUREE < 0
               ADD 1440 TO WS-DUREE
           END-IF.
           MOVE WS-DUREE TO WS-DUREE-ED.

           IF WS-TF-DISPO = "N"
               MOVE "non disponible" TO WS-TF-TEXTE
               GO TO 0900-TARIFER-END
           END-IF.

           COMPUTE WS-TF-TARIF ROUNDED = WS-TF-TARIF
                 - WS-TF-TARIF * WS-TAUX-REDUCTION / 100.
           MOVE WS-TF-TARIF TO WS-TF-TARIF-ED.
           MOVE WS-TF-TARIF-ED TO WS-TF-TEXTE.

           IF WS-MEILLEUR-LIBELLE = SPACES OR
              WS-TF-TARIF < WS-MEILLEUR-TARIF
               MOVE WS-TF-TARIF TO WS-MEILLEUR-TARIF
               MOVE SPACES TO WS-MEILLEUR-LIBELLE
               STRING WS-TYPE(WS-TF-TRAIN(1)) " depart "
                      WS-HH-DEPART(WS-TF-TRAIN(1)) ":"
                      WS-MM-DEPART(WS-TF-TRAIN(1))
                      " avec " WS-TF-NB " train(s), duree "
                      WS-DUREE-ED " min"
                      DELIMITED BY SIZE INTO WS-MEILLEUR-LIBELLE
           END-IF.

           EXIT.
       0900-TARIFER-END.

      *Distance entre WS-DI-GARE-1 et WS-DI-GARE-2, dans un sens
      *ou dans l'autre.
       0950-DISTANCE-START.

           MOVE "N" TO WS-DI-TROUVE.
           MOVE 0   TO WS-DI-KM.
           PERFORM VARYING WS-IDX-DIS FROM 1 BY 1
                   UNTIL WS-IDX-DIS > WS-NB-DIS
               IF (WS-DIS-GARE-1(WS-IDX-DIS) = WS-DI-GARE-1 AND
                   WS-DIS-GARE-2(WS-IDX-DIS) = WS-DI-GARE-2) OR
                  (WS-DIS-GARE-1(WS-IDX-DIS) = WS-DI-GARE-2 AND
                   WS-DIS-GARE-2(WS-IDX-DIS) = WS-DI-GARE-1)
                   MOVE WS-DIS-KM(WS-IDX-DIS) TO WS-DI-KM
                   MOVE "O" TO WS-DI-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0950-DISTANCE-END.

      *Prix de la plus petite tranche du type WS-BA-TYPE qui
      *contient WS-DI-KM.
       0960-BAREME-START.

           MOVE "N" TO WS-BA-TROUVE.
           MOVE 0   TO WS-BA-PRIX WS-BA-KM-RETENU.
           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-NB-TAR
               IF WS-TAR-TYPE(WS-IDX-TAR) = WS-BA-TYPE AND
                  WS-TAR-KM-MAX(WS-IDX-TAR) >= WS-DI-KM
                   IF WS-BA-TROUVE = "N" OR
                      WS-TAR-KM-MAX(WS-IDX-TAR) < WS-BA-KM-RETENU
                       MOVE WS-TAR-KM-MAX(WS-IDX-TAR)
                            TO WS-BA-KM-RETENU
                       MOVE WS-TAR-PRIX(WS-IDX-TAR) TO WS-BA-PRIX
                       MOVE "O" TO WS-BA-TROUVE
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0960-BAREME-END.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. infovoyageurs.
       AUTHOR.    Terry.

      *Rapport quotidien d'information voyageurs : chaque
      *perturbation du jour (perturbations-trains.txt : train
      *supprime, depart retarde, train remplace par car) avec sa
      *cause en clair (referentiel causes-retard.txt) et la
      *solution a annoncer en gare :
      *  supprime : le prochain depart du jour sur la meme
      *             relation (meme gare de depart, meme gare
      *             d'arrivee), a son heure reelle s'il est
      *             lui-meme retarde, jamais un train supprime ;
      *  retarde  : heures reelles de depart et d'arrivee ;
      *  car      : le car part a l'heure prevue du train, et le
      *             prochain train de la relation est rappele.
      *Une perturbation sur un train absent de l'horaire du jour
      *(version en vigueur, jours de circulation) est signalee.
      *La date vient de param-infovoyageurs.txt (une ligne
      *AAAAMMJJ) ; a defaut, la date du jour. Le rapport est ecrit
      *dans info-voyageurs.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Depuis la gestion des versions d'horaires, le fichier lu est
      *celui de la version en vigueur a la date interrogee
      *(registre versions-horaires.txt tenu par activhoraire),
      *train.dat restant le repli.
       SELECT FICHIER-TRAIN ASSIGN TO DYNAMIC WS-NOM-TRAIN
           ORGANIZATION IS LINE SEQUENTIAL.

      *Registre des versions d'horaires. OPTIONAL : sans registre,
      *train.dat est lu tel quel.
       SELECT OPTIONAL FICHIER-VERSIONS ASSIGN TO
           "versions-horaires.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERSIONS-STATUS.

       SELECT OPTIONAL FICHIER-PARAM ASSIGN TO
           "param-infovoyageurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

      *OPTIONAL : sans perturbation, le rapport le dit.
       SELECT OPTIONAL FICHIER-PERTURBATIONS ASSIGN TO
           "perturbations-trains.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERTURBATIONS-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "info-voyageurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-TRAIN.
      *On utilise un fichier contenant des variables.
           COPY "train-record.cpy".

      *Une ligne du registre par version : numero, date d'effet,
      *nom du fichier d'horaires, statut (A active, P prevue,
      *R archivee).
       FD FICHIER-VERSIONS.
       01  F-VERSION.
           05 F-VER-NUMERO      PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-VER-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-VER-FICHIER     PIC X(20).
           05 FILLER            PIC X(01).
           05 F-VER-STATUT      PIC X(01).

       FD FICHIER-PARAM.
       01  F-PARAM              PIC X(80).

      *Meme decoupage que le FD du sous-programme Perturbation.
       FD FICHIER-PERTURBATIONS.
       01  F-PERTURBATION.
           05 F-PER-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PER-TYPE        PIC X(03).
           05 FILLER            PIC X(01).
           05 F-PER-GARE        PIC X(18).
           05 FILLER            PIC X(01).
           05 F-PER-HEURE       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-PER-NATURE      PIC X(01).
           05 FILLER            PIC X(01).
           05 F-PER-RETARD      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PER-CAUSE       PIC X(06).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(100).

       WORKING-STORAGE SECTION.

      *Resolution de la version d'horaires en vigueur a la date
      *interrogee : nom du fichier retenu et travail du registre.
       77  WS-NOM-TRAIN         PIC X(20) VALUE "train.dat".
       77  WS-VERSIONS-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-VERSIONS      PIC X(01) VALUE "N".
       77  WS-DATE-REQUETE      PIC 9(08) VALUE 0.
       77  WS-DATE-RETENUE      PIC 9(08) VALUE 0.
       01  WS-DATE-SYS-VER      PIC X(21).

       77  WS-PARAM-STATUS      PIC X(02) VALUE SPACES.
       77  WS-PERTURBATIONS-STATUS PIC X(02) VALUE SPACES.

      *Trains qui roulent a la date du rapport, avec leur
      *perturbation du jour et leur heure de depart reelle en
      *minutes depuis minuit.
       01 WS-TABLE-TRAIN.
           05 WS-TRAIN OCCURS 500 TIMES.
              10 WS-TYPE              PIC X(03).
              10 WS-GARE-DEPART       PIC X(18).
              10 WS-HEURE             PIC 9(04).
              10 WS-GARE-ARRIVEE      PIC X(18).
              10 WS-DUREE             PIC 9(02).
              10 WS-MIN-REEL          PIC 9(04).
              10 WS-PERTURBATION      PIC X(01).

       77  WS-IDX-TRAIN         PIC 9(04) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(04) VALUE 500.
       77  WS-NB-TRAIN-LUES     PIC 9(04) VALUE 0.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

       77  WS-DATE-RAPPORT      PIC 9(08) VALUE 0.
       77  WS-JOUR-SEMAINE      PIC 9(01) VALUE 0.

      *Train perturbe en cours et recherche de sa solution.
       77  WS-TROUVE            PIC 9(04) VALUE 0.
       77  WS-SUIVANT           PIC 9(04) VALUE 0.
       77  WS-MIN-PREVU         PIC 9(04) VALUE 0.
       77  WS-MINUTES           PIC 9(04) VALUE 0.
       77  WS-CALCUL            PIC 9(04) VALUE 0.
       77  WS-HH                PIC 9(02) VALUE 0.
       77  WS-MM                PIC 9(02) VALUE 0.
       77  WS-HH-ARR            PIC 9(02) VALUE 0.
       77  WS-MM-ARR            PIC 9(02) VALUE 0.
       77  WS-RETARD-ED         PIC ZZ9.
       77  WS-NATURE-TEXTE      PIC X(10) VALUE SPACES.
       77  WS-NB-PERTURBATIONS  PIC 9(04) VALUE 0.
       77  WS-NB-SANS-SOLUTION  PIC 9(04) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Perturbation.
       77  WS-PT-NATURE         PIC X(01) VALUE SPACE.
       77  WS-PT-RETARD         PIC 9(03) VALUE 0.
       77  WS-PT-CAUSE          PIC X(06) VALUE SPACES.
       77  WS-PT-LIBELLE        PIC X(20) VALUE SPACES.

       01  WS-HORODATAGE        PIC X(19).

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0050-PARAM-START
           THRU    0050-PARAM-END.

           MOVE WS-DATE-RAPPORT TO WS-DATE-REQUETE.
           PERFORM 0060-RESOUDRE-VERSION-START
           THRU    0060-RESOUDRE-VERSION-END.

           PERFORM 0100-LECTURE-START
           THRU    0100-LECTURE-END.

           OPEN OUTPUT FICHIER-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Information voyageurs du " WS-DATE-RAPPORT
                  " - execution du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM 0200-PERTURBATIONS-START
           THRU    0200-PERTURBATIONS-END.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Information voyageurs du " WS-DATE-RAPPORT " : "
                   WS-NB-PERTURBATIONS " perturbation(s), "
                   WS-NB-SANS-SOLUTION " sans solution le jour"
                   " meme, voir info-voyageurs.txt".

           STOP RUN.

      ******************************************************************

      *Date lue dans param-infovoyageurs.txt (AAAAMMJJ en colonnes
      *1 a 8) ; absente ou invalide, la date du jour.
       0050-PARAM-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-RAPPORT.

           OPEN INPUT FICHIER-PARAM.
           IF WS-PARAM-STATUS = "00"
               READ FICHIER-PARAM
                   NOT AT END
                       MOVE "V" TO WS-DC-FONCTION
                       IF F-PARAM(1:8) IS NUMERIC
                           MOVE F-PARAM(1:8) TO WS-DC-DATE-1
                           CALL "DateCalc" USING WS-DC-FONCTION
                                    WS-DC-DATE-1 WS-DC-DATE-2
                                    WS-DC-NOMBRE WS-DC-RESULTAT
                                    WS-DC-STATUT
                       ELSE
                           MOVE "10" TO WS-DC-STATUT
                       END-IF
                       IF WS-DC-STATUT = "00"
                           MOVE F-PARAM(1:8) TO WS-DATE-RAPPORT
                       ELSE
                           DISPLAY "ATTENTION : date illisible dans"
                                   " param-infovoyageurs.txt, date"
                                   " du jour retenue"
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-PARAM.

           MOVE "J" TO WS-DC-FONCTION.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DATE-RAPPORT
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           MOVE WS-DC-RESULTAT TO WS-JOUR-SEMAINE.

           EXIT.
       0050-PARAM-END.

      *Trains qui roulent a la date du rapport (jours a blanc :
      *tous les jours), avec leur perturbation du jour ; un
      *retard decale l'heure de depart reelle.
       0100-LECTURE-START.

           OPEN INPUT FICHIER-TRAIN.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-TRAIN
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-IDX-TRAIN <= WS-MAX-TABLE AND
                          (TRAIN-JOURS = SPACES OR
                           TRAIN-JOUR(WS-JOUR-SEMAINE) = "O")
                           MOVE RECORD-TYPE     TO
                                WS-TYPE(WS-IDX-TRAIN)
                           MOVE STATION-DEPART  TO
                                WS-GARE-DEPART(WS-IDX-TRAIN)
                           MOVE TRAIN-TIME      TO
                                WS-HEURE(WS-IDX-TRAIN)
                           MOVE STATION-ARRIVEE TO
                                WS-GARE-ARRIVEE(WS-IDX-TRAIN)
                           MOVE TRAIN-NBRE-HEURES TO
                                WS-DUREE(WS-IDX-TRAIN)
                           CALL "Perturbation" USING WS-DATE-RAPPORT
                                    RECORD-TYPE STATION-DEPART
                                    WS-HEURE(WS-IDX-TRAIN)
                                    WS-PT-NATURE WS-PT-RETARD
                                    WS-PT-CAUSE WS-PT-LIBELLE
                           MOVE WS-PT-NATURE TO
                                WS-PERTURBATION(WS-IDX-TRAIN)
                           COMPUTE WS-MINUTES =
                               TRAIN-TIME-HH * 60 + TRAIN-TIME-MM
                               + WS-PT-RETARD
                           DIVIDE WS-MINUTES BY 1440 GIVING WS-CALCUL
                               REMAINDER WS-MIN-REEL(WS-IDX-TRAIN)
                           ADD 1 TO WS-IDX-TRAIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRAIN.

           COMPUTE WS-NB-TRAIN-LUES = WS-IDX-TRAIN - 1.

           EXIT.
       0100-LECTURE-END.

      *Chaque perturbation de la date du rapport, dans l'ordre du
      *fichier.
       0200-PERTURBATIONS-START.

           OPEN INPUT FICHIER-PERTURBATIONS.
           IF WS-PERTURBATIONS-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-PERTURBATIONS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-PER-DATE = WS-DATE-RAPPORT
                               ADD 1 TO WS-NB-PERTURBATIONS
                               PERFORM 0300-UNE-PERTURBATION-START
                               THRU    0300-UNE-PERTURBATION-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-PERTURBATIONS.

           IF WS-NB-PERTURBATIONS = 0
               MOVE "(aucune perturbation)" TO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           EXIT.
       0200-PERTURBATIONS-END.

      *Une ligne pour la perturbation, une ligne pour la solution.
      *La nature et la cause sont celles que retient le
      *sous-programme Perturbation (la derniere saisie d'un train
      *l'emporte), comme dans affiche, extrait et correspondance.
       0300-UNE-PERTURBATION-START.

           CALL "Perturbation" USING WS-DATE-RAPPORT F-PER-TYPE
                                     F-PER-GARE F-PER-HEURE
                                     WS-PT-NATURE WS-PT-RETARD
                                     WS-PT-CAUSE WS-PT-LIBELLE.

           EVALUATE WS-PT-NATURE
               WHEN "S"
                   MOVE "SUPPRIME"  TO WS-NATURE-TEXTE
               WHEN "R"
                   MOVE "RETARDE"   TO WS-NATURE-TEXTE
               WHEN "C"
                   MOVE "CAR"       TO WS-NATURE-TEXTE
               WHEN OTHER
                   MOVE SPACES TO F-RAPPORT
                   STRING "REJET    " F-PER-TYPE " " F-PER-GARE " "
                          F-PER-HEURE " : nature '" F-PER-NATURE
                          "' inconnue (S, R ou C)"
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
                   GO TO 0300-UNE-PERTURBATION-END
           END-EVALUATE.

           MOVE 0 TO WS-TROUVE.
           PERFORM VARYING WS-IDX-TRAIN FROM 1 BY 1
                   UNTIL WS-IDX-TRAIN > WS-NB-TRAIN-LUES
               IF WS-TYPE(WS-IDX-TRAIN)        = F-PER-TYPE AND
                  WS-GARE-DEPART(WS-IDX-TRAIN) = F-PER-GARE AND
                  WS-HEURE(WS-IDX-TRAIN)       = F-PER-HEURE AND
                  WS-TROUVE = 0
                   MOVE WS-IDX-TRAIN TO WS-TROUVE
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           IF WS-TROUVE = 0
               STRING WS-NATURE-TEXTE F-PER-TYPE " " F-PER-GARE " "
                      F-PER-HEURE " : train absent de l'horaire du"
                      " jour, perturbation ignoree"
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
               GO TO 0300-UNE-PERTURBATION-END
           END-IF.

           STRING WS-NATURE-TEXTE F-PER-TYPE " " F-PER-GARE " "
                  F-PER-HEURE " -> " WS-GARE-ARRIVEE(WS-TROUVE)
                  " : " WS-PT-CAUSE " " WS-PT-LIBELLE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           EVALUATE WS-PT-NATURE
               WHEN "S"
                   PERFORM 0400-SUIVANT-START
                   THRU    0400-SUIVANT-END
               WHEN "R"
                   MOVE WS-TROUVE TO WS-SUIVANT
                   PERFORM 0500-HEURES-START
                   THRU    0500-HEURES-END
                   MOVE WS-PT-RETARD TO WS-RETARD-ED
                   MOVE SPACES TO F-RAPPORT
                   STRING "   retard " WS-RETARD-ED " min : depart"
                          " reel " WS-HH ":" WS-MM ", arrivee "
                          WS-HH-ARR ":" WS-MM-ARR
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
               WHEN "C"
                   MOVE SPACES TO F-RAPPORT
                   STRING "   car de substitution au depart de "
                          F-PER-HEURE(1:2) ":" F-PER-HEURE(3:2)
                          ", meme relation"
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
                   PERFORM 0400-SUIVANT-START
                   THRU    0400-SUIVANT-END
           END-EVALUATE.

           EXIT.
       0300-UNE-PERTURBATION-END.

      *Prochain depart du jour sur la meme relation que le train
      *WS-TROUVE : heure reelle posterieure a son heure prevue,
      *train non supprime ; le plus tot l'emporte.
       0400-SUIVANT-START.

           MOVE 0 TO WS-SUIVANT.
           COMPUTE WS-MIN-PREVU =
                   (WS-HEURE(WS-TROUVE) / 100) * 60 +
                   FUNCTION MOD(WS-HEURE(WS-TROUVE), 100).

           PERFORM VARYING WS-IDX-TRAIN FROM 1 BY 1
                   UNTIL WS-IDX-TRAIN > WS-NB-TRAIN-LUES
               IF WS-IDX-TRAIN NOT = WS-TROUVE AND
                  WS-GARE-DEPART(WS-IDX-TRAIN) =
                          WS-GARE-DEPART(WS-TROUVE) AND
                  WS-GARE-ARRIVEE(WS-IDX-TRAIN) =
                          WS-GARE-ARRIVEE(WS-TROUVE) AND
                  WS-PERTURBATION(WS-IDX-TRAIN) NOT = "S" AND
                  WS-MIN-REEL(WS-IDX-TRAIN) > WS-MIN-PREVU
                   IF WS-SUIVANT = 0
                       MOVE WS-IDX-TRAIN TO WS-SUIVANT
                   ELSE
                       IF WS-MIN-REEL(WS-IDX-TRAIN) <
                          WS-MIN-REEL(WS-SUIVANT)
                           MOVE WS-IDX-TRAIN TO WS-SUIVANT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           IF WS-SUIVANT = 0
               IF WS-PT-NATURE = "S"
                   ADD 1 TO WS-NB-SANS-SOLUTION
               END-IF
               STRING "   aucun autre depart ce jour sur la relation,"
                      " voir les itineraires de correspondance"
                      DELIMITED BY SIZE INTO F-RAPPORT
           ELSE
               PERFORM 0500-HEURES-START
               THRU    0500-HEURES-END
               IF WS-PERTURBATION(WS-SUIVANT) = "R"
                   STRING "   prochain depart : "
                          WS-TYPE(WS-SUIVANT) " de "
                          WS-HEURE(WS-SUIVANT)(1:2) ":"
                          WS-HEURE(WS-SUIVANT)(3:2)
                          ", retarde a " WS-HH ":" WS-MM
                          ", arrivee " WS-HH-ARR ":" WS-MM-ARR
                          DELIMITED BY SIZE INTO F-RAPPORT
               ELSE
                   STRING "   prochain depart : "
                          WS-TYPE(WS-SUIVANT) " de "
                          WS-HH ":" WS-MM
                          ", arrivee " WS-HH-ARR ":" WS-MM-ARR
                          DELIMITED BY SIZE INTO F-RAPPORT
               END-IF
           END-IF.
           WRITE F-RAPPORT.

           EXIT.
       0400-SUIVANT-END.

      *Heures reelles de depart et d'arrivee du train WS-SUIVANT
      *(depart reel + duree, modulo 24 heures).
       0500-HEURES-START.

           DIVIDE WS-MIN-REEL(WS-SUIVANT) BY 60 GIVING WS-HH
               REMAINDER WS-MM.
           COMPUTE WS-CALCUL = WS-HH + WS-DUREE(WS-SUIVANT).
           DIVIDE WS-CALCUL BY 24 GIVING WS-CALCUL
               REMAINDER WS-HH-ARR.
           MOVE WS-MM TO WS-MM-ARR.

           EXIT.
       0500-HEURES-END.

      *Retient le fichier d'horaires de la version en vigueur a la
      *date posee dans WS-DATE-REQUETE (0 = date du jour) : la
      *version au plus grand jour d'effet deja atteint. Sans
      *registre, train.dat est lu tel quel. Statut 05 : fichier
      *optionnel absent.
       0060-RESOUDRE-VERSION-START.

           IF WS-DATE-REQUETE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS-VER
               MOVE WS-DATE-SYS-VER(1:8)  TO WS-DATE-REQUETE
           END-IF.

           OPEN INPUT FICHIER-VERSIONS.

           IF WS-VERSIONS-STATUS = "00" OR WS-VERSIONS-STATUS = "05"
               PERFORM UNTIL WS-FIN-VERSIONS = "O"
                   READ FICHIER-VERSIONS
                       AT END
                           MOVE "O" TO WS-FIN-VERSIONS
                       NOT AT END
                           IF F-VER-DATE <= WS-DATE-REQUETE AND
                              F-VER-DATE >= WS-DATE-RETENUE
                               MOVE F-VER-DATE    TO WS-DATE-RETENUE
                               MOVE F-VER-FICHIER TO WS-NOM-TRAIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VERSIONS
           END-IF.

           EXIT.
       0060-RESOUDRE-VERSION-END.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. remplissage.
       AUTHOR.    Terry.

      *Rapport quotidien de remplissage des trains : pour chaque
      *train qui roule a la date demandee (TRAIN-JOURS), et pour
      *chaque troncon de son parcours (gare de depart, arrets de
      *dessertes-trains.txt, gare d'arrivee), les places reservees
      *dans reservations.txt face a la capacite de
      *capacites-trains.txt et le taux de remplissage (calcul du
      *sous-programme Places, le meme que reserv). Suivent la
      *liste des trains remplis a plus de 90 % sur au moins un
      *troncon, puis les demandes refusees pour ce jour-la
      *(reservations-refusees.txt). La date vient de
      *param-remplissage.txt (une ligne AAAAMMJJ) ; a defaut, la
      *date du jour.

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
           "param-remplissage.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

      *OPTIONAL : sans refus, la derniere partie reste vide.
       SELECT OPTIONAL FICHIER-REFUSEES ASSIGN TO
           "reservations-refusees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUSEES-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "remplissage-trains.txt"
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

      *Meme decoupage que le FD de reserv, qui tient ce fichier.
       FD FICHIER-REFUSEES.
       01  F-REFUSEE.
           05 F-REF-TYPE        PIC X(03).
           05 FILLER            PIC X(01).
           05 F-REF-GARE        PIC X(18).
           05 FILLER            PIC X(01).
           05 F-REF-HEURE       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-REF-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-REF-ORIGINE     PIC X(18).
           05 FILLER            PIC X(01).
           05 F-REF-DESTINATION PIC X(18).
           05 FILLER            PIC X(01).
           05 F-REF-PLACES      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-REF-NOM         PIC X(20).
           05 FILLER            PIC X(01).
           05 F-REF-MOTIF       PIC X(30).

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
       77  WS-REFUSEES-STATUS   PIC X(02) VALUE SPACES.

      *Trains de l'horaire en vigueur a la date du rapport.
       01 WS-TABLE-TRAIN.
           05 WS-TRAIN OCCURS 500 TIMES.
              10 WS-TYPE              PIC X(03).
              10 WS-GARE-DEPART       PIC X(18).
              10 WS-HEURE             PIC 9(04).
              10 WS-GARE-ARRIVEE      PIC X(18).
              10 WS-JOURS             PIC X(07).
      *Taux de remplissage du troncon le plus charge.
              10 WS-TAUX-MAX          PIC 9(03).

       77  WS-IDX-TRAIN         PIC 9(04) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(04) VALUE 500.
       77  WS-NB-TRAIN-LUES     PIC 9(04) VALUE 0.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

       77  WS-DATE-RAPPORT      PIC 9(08) VALUE 0.
       77  WS-JOUR-SEMAINE      PIC 9(01) VALUE 0.
       77  WS-SEUIL             PIC 9(03) VALUE 90.
       77  WS-IDX-TRONCON       PIC 9(02) VALUE 0.
       77  WS-TAUX              PIC 9(03) VALUE 0.
       77  WS-TAUX-ED           PIC ZZ9.
       77  WS-CHARGE-ED         PIC ZZZZ9.
       77  WS-CAPACITE-ED       PIC ZZZ9.
       77  WS-PLACES-ED         PIC ZZ9.
       77  WS-CAPACITE-TRAIN    PIC 9(04) VALUE 0.
       77  WS-NB-ROULENT        PIC 9(04) VALUE 0.
       77  WS-NB-PLUS-SEUIL     PIC 9(04) VALUE 0.
       77  WS-NB-REFUS-JOUR     PIC 9(04) VALUE 0.

      *Parcours du train en cours, garde le temps des appels par
      *troncon.
       01  WS-PARCOURS-TRAIN.
           05 WS-GARE-PARCOURS OCCURS 12 TIMES PIC X(18).
       77  WS-NB-GARES-TRAIN    PIC 9(02) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Places.
       77  WS-PL-ORIGINE        PIC X(18) VALUE SPACES.
       77  WS-PL-DESTINATION    PIC X(18) VALUE SPACES.
       77  WS-PL-CAPACITE       PIC 9(04) VALUE 0.
       77  WS-PL-RESTANT        PIC S9(05) VALUE 0.
       77  WS-PL-CHARGE         PIC 9(05) VALUE 0.
       01  WS-PL-PARCOURS.
           05 WS-PL-PARCOURS-GARE OCCURS 12 TIMES PIC X(18).
       77  WS-PL-NB-GARES       PIC 9(02) VALUE 0.
       77  WS-PL-STATUT         PIC X(02) VALUE SPACES.

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
           STRING "Remplissage des trains du " WS-DATE-RAPPORT
                  " - execution du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM 0200-TRAINS-START
           THRU    0200-TRAINS-END.

           PERFORM 0400-PLUS-SEUIL-START
           THRU    0400-PLUS-SEUIL-END.

           PERFORM 0500-REFUS-START
           THRU    0500-REFUS-END.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Remplissage du " WS-DATE-RAPPORT " : "
                   WS-NB-ROULENT " train(s), " WS-NB-PLUS-SEUIL
                   " a plus de 90 %, " WS-NB-REFUS-JOUR
                   " refus, voir remplissage-trains.txt".

           STOP RUN.

      ******************************************************************

      *Date lue dans param-remplissage.txt (AAAAMMJJ en colonnes 1
      *a 8) ; absente ou invalide, la date du jour.
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
                                   " param-remplissage.txt, date du"
                                   " jour retenue"
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
      *tous les jours).
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
                           MOVE TRAIN-JOURS     TO
                                WS-JOURS(WS-IDX-TRAIN)
                           MOVE 0 TO WS-TAUX-MAX(WS-IDX-TRAIN)
                           ADD 1 TO WS-IDX-TRAIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRAIN.

           COMPUTE WS-NB-TRAIN-LUES = WS-IDX-TRAIN - 1.

           EXIT.
       0100-LECTURE-END.

       0200-TRAINS-START.

           PERFORM VARYING WS-IDX-TRAIN FROM 1 BY 1
                   UNTIL WS-IDX-TRAIN > WS-NB-TRAIN-LUES
               ADD 1 TO WS-NB-ROULENT
               PERFORM 0300-UN-TRAIN-START
               THRU    0300-UN-TRAIN-END
           END-PERFORM.

           EXIT.
       0200-TRAINS-END.

      *Le train sur tout son parcours (capacite et gares), puis
      *une ligne par troncon.
       0300-UN-TRAIN-START.

           MOVE WS-GARE-DEPART(WS-IDX-TRAIN)  TO WS-PL-ORIGINE.
           MOVE WS-GARE-ARRIVEE(WS-IDX-TRAIN) TO WS-PL-DESTINATION.
           PERFORM 0900-APPEL-PLACES-START
           THRU    0900-APPEL-PLACES-END.
           MOVE WS-PL-PARCOURS TO WS-PARCOURS-TRAIN.
           MOVE WS-PL-NB-GARES TO WS-NB-GARES-TRAIN.
           MOVE WS-PL-CAPACITE TO WS-CAPACITE-TRAIN.

           MOVE SPACES TO F-RAPPORT.
           IF WS-CAPACITE-TRAIN = 0
               STRING WS-TYPE(WS-IDX-TRAIN) " "
                      WS-GARE-DEPART(WS-IDX-TRAIN) " "
                      WS-HEURE(WS-IDX-TRAIN) " -> "
                      WS-GARE-ARRIVEE(WS-IDX-TRAIN)
                      " capacite non renseignee"
                      DELIMITED BY SIZE INTO F-RAPPORT
           ELSE
               MOVE WS-CAPACITE-TRAIN TO WS-CAPACITE-ED
               STRING WS-TYPE(WS-IDX-TRAIN) " "
                      WS-GARE-DEPART(WS-IDX-TRAIN) " "
                      WS-HEURE(WS-IDX-TRAIN) " -> "
                      WS-GARE-ARRIVEE(WS-IDX-TRAIN)
                      " capacite " WS-CAPACITE-ED
                      DELIMITED BY SIZE INTO F-RAPPORT
           END-IF.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-TRONCON FROM 1 BY 1
                   UNTIL WS-IDX-TRONCON >= WS-NB-GARES-TRAIN
               PERFORM 0350-UN-TRONCON-START
               THRU    0350-UN-TRONCON-END
           END-PERFORM.

           EXIT.
       0300-UN-TRAIN-END.

       0350-UN-TRONCON-START.

           MOVE WS-GARE-PARCOURS(WS-IDX-TRONCON) TO WS-PL-ORIGINE.
           MOVE WS-GARE-PARCOURS(WS-IDX-TRONCON + 1)
                TO WS-PL-DESTINATION.
           PERFORM 0900-APPEL-PLACES-START
           THRU    0900-APPEL-PLACES-END.

           MOVE WS-PL-CHARGE TO WS-CHARGE-ED.
           MOVE SPACES TO F-RAPPORT.
           IF WS-CAPACITE-TRAIN = 0
               STRING "   " WS-PL-ORIGINE " -> " WS-PL-DESTINATION
                      " reserve " WS-CHARGE-ED
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
               GO TO 0350-UN-TRONCON-END
           END-IF.

           COMPUTE WS-TAUX ROUNDED =
                   WS-PL-CHARGE * 100 / WS-CAPACITE-TRAIN.
           IF WS-TAUX > WS-TAUX-MAX(WS-IDX-TRAIN)
               MOVE WS-TAUX TO WS-TAUX-MAX(WS-IDX-TRAIN)
           END-IF.
           MOVE WS-TAUX TO WS-TAUX-ED.
           MOVE WS-CAPACITE-TRAIN TO WS-CAPACITE-ED.
           IF WS-TAUX > WS-SEUIL
               STRING "   " WS-PL-ORIGINE " -> " WS-PL-DESTINATION
                      " reserve " WS-CHARGE-ED "/" WS-CAPACITE-ED
                      " " WS-TAUX-ED " % PLUS DE 90 %"
                      DELIMITED BY SIZE INTO F-RAPPORT
           ELSE
               STRING "   " WS-PL-ORIGINE " -> " WS-PL-DESTINATION
                      " reserve " WS-CHARGE-ED "/" WS-CAPACITE-ED
                      " " WS-TAUX-ED " %"
                      DELIMITED BY SIZE INTO F-RAPPORT
           END-IF.
           WRITE F-RAPPORT.

           EXIT.
       0350-UN-TRONCON-END.

       0400-PLUS-SEUIL-START.

           MOVE SPACES TO F-RAPPORT.
           STRING "---- Trains remplis a plus de 90 % ----"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-TRAIN FROM 1 BY 1
                   UNTIL WS-IDX-TRAIN > WS-NB-TRAIN-LUES
               IF WS-TAUX-MAX(WS-IDX-TRAIN) > WS-SEUIL
                   ADD 1 TO WS-NB-PLUS-SEUIL
                   MOVE WS-TAUX-MAX(WS-IDX-TRAIN) TO WS-TAUX-ED
                   MOVE SPACES TO F-RAPPORT
                   STRING WS-TYPE(WS-IDX-TRAIN) " "
                          WS-GARE-DEPART(WS-IDX-TRAIN) " "
                          WS-HEURE(WS-IDX-TRAIN)
                          " troncon le plus charge " WS-TAUX-ED " %"
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
               END-IF
           END-PERFORM.

           IF WS-NB-PLUS-SEUIL = 0
               MOVE "(aucun)" TO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           EXIT.
       0400-PLUS-SEUIL-END.

       0500-REFUS-START.

           MOVE SPACES TO F-RAPPORT.
           STRING "---- Reservations refusees ----"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           OPEN INPUT FICHIER-REFUSEES.
           IF WS-REFUSEES-STATUS = "00"
               MOVE "N" TO WS-FIN-FICHIER
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-REFUSEES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-REF-DATE = WS-DATE-RAPPORT
                               ADD 1 TO WS-NB-REFUS-JOUR
                               MOVE F-REF-PLACES TO WS-PLACES-ED
                               MOVE SPACES TO F-RAPPORT
                               STRING F-REF-TYPE " " F-REF-GARE " "
                                      F-REF-HEURE " "
                                      FUNCTION TRIM(F-REF-NOM)
                                      " " WS-PLACES-ED " pl. : "
                                      F-REF-MOTIF
                                      DELIMITED BY SIZE
                                      INTO F-RAPPORT
                               WRITE F-RAPPORT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REFUSEES.

           IF WS-NB-REFUS-JOUR = 0
               MOVE "(aucune)" TO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           EXIT.
       0500-REFUS-END.

       0900-APPEL-PLACES-START.

           CALL "Places" USING WS-TYPE(WS-IDX-TRAIN)
                               WS-GARE-DEPART(WS-IDX-TRAIN)
                               WS-HEURE(WS-IDX-TRAIN)
                               WS-GARE-ARRIVEE(WS-IDX-TRAIN)
                               WS-DATE-RAPPORT WS-PL-ORIGINE
                               WS-PL-DESTINATION WS-PL-CAPACITE
                               WS-PL-RESTANT WS-PL-CHARGE
                               WS-PL-PARCOURS WS-PL-NB-GARES
                               WS-PL-STATUT.

           EXIT.
       0900-APPEL-PLACES-END.

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

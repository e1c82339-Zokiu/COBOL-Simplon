       IDENTIFICATION DIVISION.
       PROGRAM-ID. reserv.
       AUTHOR.    Terry.

      *Enregistrement des reservations de places : chaque demande
      *de demandes-reservations.txt (train designe par son type,
      *sa gare et son heure de depart, date du voyage, gares de
      *montee et de descente, nombre de places, nom) est controlee
      *puis versee dans reservations.txt, ou refusee avec son
      *motif dans reservations-refusees.txt. Le train doit exister
      *a l'horaire en vigueur et rouler ce jour-la (TRAIN-JOURS) ;
      *la montee et la descente doivent etre des gares de son
      *parcours, dans cet ordre ; les places demandees doivent
      *rester disponibles sur CHAQUE troncon couvert (capacite de
      *capacites-trains.txt, calcul du sous-programme Places). Un
      *train sans capacite renseignee n'est pas limite. Les
      *demandes traitees sont consommees (demandes-reservations.txt
      *vide sous sauvegarde a generations).

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

      *OPTIONAL : rien a traiter sans demande.
       SELECT OPTIONAL FICHIER-DEMANDES ASSIGN TO
           "demandes-reservations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEMANDES-STATUS.

      *Reservations acceptees, a la suite des precedentes.
       SELECT OPTIONAL FICHIER-RESERVATIONS ASSIGN TO
           "reservations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESERVATIONS-STATUS.

      *Demandes refusees avec leur motif, a la suite des
      *precedentes : le rapport de remplissage les reprend.
       SELECT OPTIONAL FICHIER-REFUSEES ASSIGN TO
           "reservations-refusees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUSEES-STATUS.

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

      *Une demande : meme decoupage qu'une reservation.
       FD FICHIER-DEMANDES.
       01  F-DEMANDE.
           05 F-DEM-TYPE        PIC X(03).
           05 FILLER            PIC X(01).
           05 F-DEM-GARE        PIC X(18).
           05 FILLER            PIC X(01).
           05 F-DEM-HEURE       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-DEM-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-DEM-ORIGINE     PIC X(18).
           05 FILLER            PIC X(01).
           05 F-DEM-DESTINATION PIC X(18).
           05 FILLER            PIC X(01).
           05 F-DEM-PLACES      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-DEM-NOM         PIC X(20).

      *Une reservation : train (type, gare et heure de depart),
      *date du voyage, gares de montee et de descente, places,
      *nom du voyageur ou du groupe.
       FD FICHIER-RESERVATIONS.
       01  F-RESERVATION.
           05 F-RES-TYPE        PIC X(03).
           05 FILLER            PIC X(01).
           05 F-RES-GARE        PIC X(18).
           05 FILLER            PIC X(01).
           05 F-RES-HEURE       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-RES-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-RES-ORIGINE     PIC X(18).
           05 FILLER            PIC X(01).
           05 F-RES-DESTINATION PIC X(18).
           05 FILLER            PIC X(01).
           05 F-RES-PLACES      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-RES-NOM         PIC X(20).

      *La demande refusee telle quelle, suivie du motif.
       FD FICHIER-REFUSEES.
       01  F-REFUSEE.
           05 F-REF-DEMANDE     PIC X(99).
           05 FILLER            PIC X(01).
           05 F-REF-MOTIF       PIC X(30).

       WORKING-STORAGE SECTION.

      *Resolution de la version d'horaires en vigueur a la date
      *interrogee : nom du fichier retenu et travail du registre.
       77  WS-NOM-TRAIN         PIC X(20) VALUE "train.dat".
       77  WS-VERSIONS-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-VERSIONS      PIC X(01) VALUE "N".
       77  WS-DATE-REQUETE      PIC 9(08) VALUE 0.
       77  WS-DATE-RETENUE      PIC 9(08) VALUE 0.
       01  WS-DATE-SYS-VER      PIC X(21).

       77  WS-DEMANDES-STATUS     PIC X(02) VALUE SPACES.
       77  WS-RESERVATIONS-STATUS PIC X(02) VALUE SPACES.
       77  WS-REFUSEES-STATUS     PIC X(02) VALUE SPACES.

      *Trains de l'horaire en vigueur : cle de reservation, gare
      *d'arrivee et jours de circulation.
       01 WS-TABLE-TRAIN.
           05 WS-TRAIN OCCURS 500 TIMES.
              10 WS-TYPE              PIC X(03).
              10 WS-GARE-DEPART       PIC X(18).
              10 WS-HEURE             PIC 9(04).
              10 WS-GARE-ARRIVEE      PIC X(18).
              10 WS-JOURS             PIC X(07).

       77  WS-IDX-TRAIN         PIC 9(04) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(04) VALUE 500.
       77  WS-NB-TRAIN-LUES     PIC 9(04) VALUE 0.
       77  WS-TRAIN-TROUVE      PIC 9(04) VALUE 0.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

       77  WS-AUJOURDHUI        PIC 9(08) VALUE 0.
       77  WS-JOUR-SEMAINE      PIC 9(01) VALUE 0.
       77  WS-MOTIF             PIC X(30) VALUE SPACES.
       77  WS-NB-DEMANDES       PIC 9(04) VALUE 0.
       77  WS-NB-ACCEPTEES      PIC 9(04) VALUE 0.
       77  WS-NB-REFUSEES       PIC 9(04) VALUE 0.
       77  WS-RESTANT-ED        PIC ZZZ9.

      *Zone de travail pour l'appel du sous-programme DateCalc.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Places.
       77  WS-PL-CAPACITE       PIC 9(04) VALUE 0.
       77  WS-PL-RESTANT        PIC S9(05) VALUE 0.
       77  WS-PL-CHARGE         PIC 9(05) VALUE 0.
       01  WS-PL-PARCOURS.
           05 WS-PL-PARCOURS-GARE OCCURS 12 TIMES PIC X(18).
       77  WS-PL-NB-GARES       PIC 9(02) VALUE 0.
       77  WS-PL-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *avant de vider les demandes traitees.
       01  WS-SV-FICHIER        PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.

           PERFORM 0100-LECTURE-START
           THRU    0100-LECTURE-END.

           PERFORM 0200-DEMANDES-START
           THRU    0200-DEMANDES-END.

           DISPLAY "Reservations : " WS-NB-DEMANDES " demande(s), "
                   WS-NB-ACCEPTEES " acceptee(s), " WS-NB-REFUSEES
                   " refusee(s) (reservations-refusees.txt)".

           STOP RUN.

      ******************************************************************

       0100-LECTURE-START.

      *La version d'horaires en vigueur aujourd'hui.
           MOVE 0 TO WS-DATE-REQUETE.
           PERFORM 0050-RESOUDRE-VERSION-START
           THRU    0050-RESOUDRE-VERSION-END.

           OPEN INPUT FICHIER-TRAIN.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-TRAIN
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-IDX-TRAIN <= WS-MAX-TABLE
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
                           ADD 1 TO WS-IDX-TRAIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRAIN.

           COMPUTE WS-NB-TRAIN-LUES = WS-IDX-TRAIN - 1.

           EXIT.
       0100-LECTURE-END.

       0200-DEMANDES-START.

           OPEN INPUT FICHIER-DEMANDES.

           IF WS-DEMANDES-STATUS NOT = "00"
               CLOSE FICHIER-DEMANDES
               GO TO 0200-DEMANDES-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-DEMANDES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-DEMANDES
                       PERFORM 0300-UNE-DEMANDE-START
                       THRU    0300-UNE-DEMANDE-END
               END-READ
           END-PERFORM.

           CLOSE FICHIER-DEMANDES.

           IF WS-NB-DEMANDES > 0
               MOVE "demandes-reservations.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               OPEN OUTPUT FICHIER-DEMANDES
               CLOSE FICHIER-DEMANDES
           END-IF.

           EXIT.
       0200-DEMANDES-END.

      *Controles d'une demande dans l'ordre : date, places, train,
      *jour de circulation, parcours, places restantes sur chaque
      *troncon couvert.
       0300-UNE-DEMANDE-START.

           MOVE SPACES TO WS-MOTIF.

           MOVE "V" TO WS-DC-FONCTION.
           MOVE 0   TO WS-DC-DATE-1.
           IF F-DEM-DATE IS NUMERIC
               MOVE F-DEM-DATE TO WS-DC-DATE-1
           END-IF.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               MOVE "date invalide" TO WS-MOTIF
               GO TO 0300-REFUSER
           END-IF.
           IF F-DEM-DATE < WS-AUJOURDHUI
               MOVE "date passee" TO WS-MOTIF
               GO TO 0300-REFUSER
           END-IF.

           IF F-DEM-PLACES IS NOT NUMERIC OR F-DEM-PLACES = 0
               MOVE "nombre de places invalide" TO WS-MOTIF
               GO TO 0300-REFUSER
           END-IF.

           MOVE 0 TO WS-TRAIN-TROUVE.
           IF F-DEM-HEURE IS NUMERIC
               PERFORM VARYING WS-IDX-TRAIN FROM 1 BY 1
                       UNTIL WS-IDX-TRAIN > WS-NB-TRAIN-LUES
                   IF WS-TYPE(WS-IDX-TRAIN)        = F-DEM-TYPE AND
                      WS-GARE-DEPART(WS-IDX-TRAIN) = F-DEM-GARE AND
                      WS-HEURE(WS-IDX-TRAIN)       = F-DEM-HEURE
                       MOVE WS-IDX-TRAIN TO WS-TRAIN-TROUVE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TRAIN-TROUVE = 0
               MOVE "train inconnu a l'horaire" TO WS-MOTIF
               GO TO 0300-REFUSER
           END-IF.

      *Jours a blanc (anciens enregistrements) : tous les jours.
           MOVE "J" TO WS-DC-FONCTION.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           MOVE WS-DC-RESULTAT TO WS-JOUR-SEMAINE.
           IF WS-JOURS(WS-TRAIN-TROUVE) NOT = SPACES AND
              WS-JOURS(WS-TRAIN-TROUVE)(WS-JOUR-SEMAINE:1) NOT = "O"
               MOVE "train ne roule pas ce jour" TO WS-MOTIF
               GO TO 0300-REFUSER
           END-IF.

           CALL "Places" USING F-DEM-TYPE F-DEM-GARE F-DEM-HEURE
                               WS-GARE-ARRIVEE(WS-TRAIN-TROUVE)
                               F-DEM-DATE F-DEM-ORIGINE
                               F-DEM-DESTINATION WS-PL-CAPACITE
                               WS-PL-RESTANT WS-PL-CHARGE
                               WS-PL-PARCOURS WS-PL-NB-GARES
                               WS-PL-STATUT.
           IF WS-PL-STATUT = "10"
               MOVE "gares hors du parcours" TO WS-MOTIF
               GO TO 0300-REFUSER
           END-IF.
           IF WS-PL-STATUT = "00" AND WS-PL-RESTANT < F-DEM-PLACES
               IF WS-PL-RESTANT < 0
                   MOVE 0 TO WS-PL-RESTANT
               END-IF
               MOVE WS-PL-RESTANT TO WS-RESTANT-ED
               STRING "complet, places restantes "
                      WS-RESTANT-ED
                      DELIMITED BY SIZE INTO WS-MOTIF
               GO TO 0300-REFUSER
           END-IF.

      *Ecrite aussitot : la demande suivante sur le meme train en
      *tient compte.
           OPEN EXTEND FICHIER-RESERVATIONS.
           MOVE F-DEMANDE TO F-RESERVATION.
           WRITE F-RESERVATION.
           IF WS-RESERVATIONS-STATUS NOT = "00"
               DISPLAY "ERREUR : ecriture reservations.txt en echec,"
                       " statut " WS-RESERVATIONS-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE FICHIER-RESERVATIONS.
           ADD 1 TO WS-NB-ACCEPTEES.
           GO TO 0300-UNE-DEMANDE-END.

       0300-REFUSER.

           ADD 1 TO WS-NB-REFUSEES.
           DISPLAY "REFUS : " F-DEM-TYPE " " F-DEM-GARE " "
                   F-DEM-HEURE " du " F-DEM-DATE " : " WS-MOTIF.
           OPEN EXTEND FICHIER-REFUSEES.
           MOVE SPACES    TO F-REFUSEE.
           MOVE F-DEMANDE TO F-REF-DEMANDE.
           MOVE WS-MOTIF  TO F-REF-MOTIF.
           WRITE F-REFUSEE.
           CLOSE FICHIER-REFUSEES.

           EXIT.
       0300-UNE-DEMANDE-END.

      *Retient le fichier d'horaires de la version en vigueur a la
      *date posee dans WS-DATE-REQUETE (0 = date du jour) : la
      *version au plus grand jour d'effet deja atteint. Sans
      *registre, train.dat est lu tel quel. Statut 05 : fichier
      *optionnel absent.
       0050-RESOUDRE-VERSION-START.

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
       0050-RESOUDRE-VERSION-END.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. exportgtfs.
       AUTHOR.    Terry.

      *Export de l'horaire en vigueur au format GTFS, pour les
      *partenaires regionaux et les applications de calcul
      *d'itineraires (fini les captures d'ecran de train2.dat).
      *L'horaire exporte est celui de la version en vigueur
      *aujourd'hui (registre versions-horaires.txt tenu par
      *activhoraire, train.dat restant le repli). Cinq fichiers
      *texte separes par des virgules, avec leur ligne d'en-tete :
      *  stops.txt      : une ligne par gare (depart ou arrivee
      *                   d'un train), identifiant G001, G002... ;
      *                   pas de coordonnees dans nos fichiers,
      *                   stop_lat et stop_lon restent vides ;
      *  routes.txt     : une ligne par type de train (TGV, TER...),
      *                   route_type 2 (train) ;
      *  trips.txt      : une ligne par train, identifiant
      *                   TYPE-GARE-HHMM (la cle du train) ;
      *  stop_times.txt : depart et arrivee de chaque train ; une
      *                   arrivee apres minuit garde l'heure au-dela
      *                   de 24:00:00 comme le veut le format ;
      *  calendar.txt   : un service par grille de jours de
      *                   circulation (TRAIN-JOURS, des jours a
      *                   blanc valent tous les jours), identifiant
      *                   J suivi des sept jours en 1/0, valable de
      *                   la date d'effet de la version a la veille
      *                   de la version suivante (un an a defaut).
      *Un train sans gare d'arrivee ne peut pas etre exporte :
      *l'export est alors refuse, les trains en cause sont listes
      *et aucun fichier n'est ecrit (code retour 8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-TRAIN ASSIGN TO DYNAMIC WS-NOM-TRAIN
           ORGANIZATION IS LINE SEQUENTIAL.

      *Registre des versions d'horaires. OPTIONAL : sans registre,
      *train.dat est lu tel quel.
       SELECT OPTIONAL FICHIER-VERSIONS ASSIGN TO
           "versions-horaires.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERSIONS-STATUS.

       SELECT FICHIER-STOPS ASSIGN TO "stops.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-ROUTES ASSIGN TO "routes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-TRIPS ASSIGN TO "trips.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-STOP-TIMES ASSIGN TO "stop_times.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CALENDAR ASSIGN TO "calendar.txt"
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

       FD FICHIER-STOPS.
       01  F-STOP               PIC X(100).

       FD FICHIER-ROUTES.
       01  F-ROUTE              PIC X(100).

       FD FICHIER-TRIPS.
       01  F-TRIP               PIC X(100).

       FD FICHIER-STOP-TIMES.
       01  F-STOP-TIME          PIC X(100).

       FD FICHIER-CALENDAR.
       01  F-CALENDAR           PIC X(100).

       WORKING-STORAGE SECTION.

      *Resolution de la version d'horaires en vigueur aujourd'hui,
      *et date d'effet de la version suivante pour borner le
      *calendrier.
       77  WS-NOM-TRAIN         PIC X(20) VALUE "train.dat".
       77  WS-VERSIONS-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-VERSIONS      PIC X(01) VALUE "N".
       77  WS-DATE-REQUETE      PIC 9(08) VALUE 0.
       77  WS-DATE-RETENUE      PIC 9(08) VALUE 0.
       77  WS-DATE-SUIVANTE     PIC 9(08) VALUE 0.
       01  WS-DATE-SYS-VER      PIC X(21).

      *Trains de la version, dans l'ordre du fichier.
       01 WS-TABLE-TRAIN.
           05 WS-TRAIN OCCURS 500 TIMES.
              10 WS-TYPE              PIC X(03).
              10 WS-GARE-DEPART       PIC X(18).
              10 WS-HH-DEPART         PIC 9(02).
              10 WS-MM-DEPART         PIC 9(02).
              10 WS-DUREE             PIC 9(02).
              10 WS-GARE-ARRIVEE      PIC X(18).
              10 WS-SERVICE           PIC X(08).

       77  WS-IDX-TRAIN         PIC 9(04) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(04) VALUE 500.
       77  WS-NB-TRAIN-LUES     PIC 9(04) VALUE 0.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-NB-SANS-ARRIVEE   PIC 9(04) VALUE 0.

      *Gares rencontrees, identifiant G suivi du rang.
       01  WS-TABLE-GARES.
           05 WS-GARE OCCURS 200 TIMES PIC X(18).
       77  WS-IDX-GARE          PIC 9(03) VALUE 0.
       77  WS-MAX-GARES         PIC 9(03) VALUE 200.
       77  WS-NB-GARES          PIC 9(03) VALUE 0.
       77  WS-CHERCHE-GARE      PIC X(18) VALUE SPACES.
       77  WS-RANG-GARE         PIC 9(03) VALUE 0.
       77  WS-STOP-DEPART       PIC X(04) VALUE SPACES.
       77  WS-STOP-ARRIVEE      PIC X(04) VALUE SPACES.
       01  WS-STOP-ID.
           05 FILLER            PIC X(01) VALUE "G".
           05 WS-STOP-RANG      PIC 9(03) VALUE 0.

      *Types de train rencontres (une ligne GTFS chacun).
       01  WS-TABLE-TYPES.
           05 WS-TYPE-LIGNE OCCURS 50 TIMES PIC X(03).
       77  WS-IDX-TYPE          PIC 9(02) VALUE 0.
       77  WS-MAX-TYPES         PIC 9(02) VALUE 50.
       77  WS-NB-TYPES          PIC 9(02) VALUE 0.
       77  WS-TYPE-TROUVE       PIC X(01) VALUE "N".

      *Grilles de jours rencontrees (un service GTFS chacune).
       01  WS-TABLE-SERVICES.
           05 WS-SERV OCCURS 128 TIMES PIC X(08).
       77  WS-IDX-SERV          PIC 9(03) VALUE 0.
       77  WS-MAX-SERV          PIC 9(03) VALUE 128.
       77  WS-NB-SERV           PIC 9(03) VALUE 0.
       77  WS-SERV-TROUVE       PIC X(01) VALUE "N".
       01  WS-SERVICE-ID.
           05 FILLER            PIC X(01) VALUE "J".
           05 WS-SERVICE-JOUR OCCURS 7 TIMES PIC X(01).
       77  WS-IDX-JOUR          PIC 9(01) VALUE 0.

      *Mise en forme des lignes.
       77  WS-TRIP-ID           PIC X(30) VALUE SPACES.
       77  WS-HEURE-DEPART      PIC X(08) VALUE SPACES.
       77  WS-HEURE-ARRIVEE     PIC X(09) VALUE SPACES.
       77  WS-HH-ARRIVEE        PIC 9(03) VALUE 0.
       77  WS-DATE-DEBUT        PIC 9(08) VALUE 0.
       77  WS-DATE-FIN          PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE 0 TO WS-DATE-REQUETE.
           PERFORM 0050-RESOUDRE-VERSION-START
           THRU    0050-RESOUDRE-VERSION-END.

           PERFORM 0100-LECTURE-START
           THRU    0100-LECTURE-END.

           IF WS-NB-SANS-ARRIVEE > 0
               DISPLAY "REFUS : " WS-NB-SANS-ARRIVEE
                       " train(s) sans gare d'arrivee dans "
                       FUNCTION TRIM(WS-NOM-TRAIN)
                       ", aucun fichier GTFS ecrit"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0200-REFERENTIELS-START
           THRU    0200-REFERENTIELS-END.

           PERFORM 0300-CALENDRIER-START
           THRU    0300-CALENDRIER-END.

           PERFORM 0400-ECRIRE-STOPS-START
           THRU    0400-ECRIRE-STOPS-END.

           PERFORM 0500-ECRIRE-ROUTES-START
           THRU    0500-ECRIRE-ROUTES-END.

           PERFORM 0600-ECRIRE-TRIPS-START
           THRU    0600-ECRIRE-TRIPS-END.

           PERFORM 0700-ECRIRE-CALENDAR-START
           THRU    0700-ECRIRE-CALENDAR-END.

           DISPLAY "Export GTFS de " FUNCTION TRIM(WS-NOM-TRAIN)
                   " : " WS-NB-TRAIN-LUES " train(s), "
                   WS-NB-GARES " gare(s), " WS-NB-TYPES
                   " ligne(s), " WS-NB-SERV " service(s) du "
                   WS-DATE-DEBUT " au " WS-DATE-FIN.

           STOP RUN.

      ******************************************************************

      *Retient le fichier d'horaires de la version en vigueur a la
      *date posee dans WS-DATE-REQUETE (0 = date du jour) : la
      *version au plus grand jour d'effet deja atteint. Retient
      *aussi le plus petit jour d'effet a venir, qui clot la
      *validite de l'export. Statut 05 : fichier optionnel absent.
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
                           IF F-VER-DATE > WS-DATE-REQUETE AND
                              (WS-DATE-SUIVANTE = 0 OR
                               F-VER-DATE < WS-DATE-SUIVANTE)
                               MOVE F-VER-DATE TO WS-DATE-SUIVANTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-VERSIONS
           END-IF.

           EXIT.
       0050-RESOUDRE-VERSION-END.

      *Chargement des trains ; ceux sans gare d'arrivee sont
      *listes et comptes.
       0100-LECTURE-START.

           OPEN INPUT FICHIER-TRAIN.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-TRAIN
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF STATION-ARRIVEE = SPACES
                           DISPLAY "SANS GARE D'ARRIVEE : "
                                   RECORD-TYPE " "
                                   FUNCTION TRIM(STATION-DEPART) " "
                                   TRAIN-TIME-HH ":" TRAIN-TIME-MM
                           ADD 1 TO WS-NB-SANS-ARRIVEE
                       ELSE
                           IF WS-IDX-TRAIN <= WS-MAX-TABLE
                               MOVE RECORD-TYPE     TO
                                    WS-TYPE(WS-IDX-TRAIN)
                               MOVE STATION-DEPART  TO
                                    WS-GARE-DEPART(WS-IDX-TRAIN)
                               MOVE TRAIN-TIME-HH   TO
                                    WS-HH-DEPART(WS-IDX-TRAIN)
                               MOVE TRAIN-TIME-MM   TO
                                    WS-MM-DEPART(WS-IDX-TRAIN)
                               MOVE TRAIN-NBRE-HEURES TO
                                    WS-DUREE(WS-IDX-TRAIN)
                               MOVE STATION-ARRIVEE TO
                                    WS-GARE-ARRIVEE(WS-IDX-TRAIN)
                               PERFORM 0150-SERVICE-START
                               THRU    0150-SERVICE-END
                               ADD 1 TO WS-IDX-TRAIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRAIN.

           COMPUTE WS-NB-TRAIN-LUES = WS-IDX-TRAIN - 1.

           EXIT.
       0100-LECTURE-END.

      *Identifiant de service du train lu : J suivi des sept jours
      *du lundi au dimanche, 1 il roule, 0 il ne roule pas.
       0150-SERVICE-START.

           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > 7
               IF TRAIN-JOURS = SPACES OR
                  TRAIN-JOUR(WS-IDX-JOUR) = "O"
                   MOVE "1" TO WS-SERVICE-JOUR(WS-IDX-JOUR)
               ELSE
                   MOVE "0" TO WS-SERVICE-JOUR(WS-IDX-JOUR)
               END-IF
           END-PERFORM.
           MOVE WS-SERVICE-ID TO WS-SERVICE(WS-IDX-TRAIN).

           EXIT.
       0150-SERVICE-END.

      *Gares, types de train et services distincts, dans l'ordre
      *de premiere apparition.
       0200-REFERENTIELS-START.

           PERFORM VARYING WS-IDX-TRAIN FROM 1 BY 1
                   UNTIL WS-IDX-TRAIN > WS-NB-TRAIN-LUES
               MOVE WS-GARE-DEPART(WS-IDX-TRAIN) TO WS-CHERCHE-GARE
               PERFORM 0900-RANG-GARE-START
               THRU    0900-RANG-GARE-END
               MOVE WS-GARE-ARRIVEE(WS-IDX-TRAIN) TO WS-CHERCHE-GARE
               PERFORM 0900-RANG-GARE-START
               THRU    0900-RANG-GARE-END

               MOVE "N" TO WS-TYPE-TROUVE
               PERFORM VARYING WS-IDX-TYPE FROM 1 BY 1
                       UNTIL WS-IDX-TYPE > WS-NB-TYPES
                   IF WS-TYPE-LIGNE(WS-IDX-TYPE) =
                      WS-TYPE(WS-IDX-TRAIN)
                       MOVE "O" TO WS-TYPE-TROUVE
                   END-IF
               END-PERFORM
               IF WS-TYPE-TROUVE = "N" AND
                  WS-NB-TYPES < WS-MAX-TYPES
                   ADD 1 TO WS-NB-TYPES
                   MOVE WS-TYPE(WS-IDX-TRAIN) TO
                        WS-TYPE-LIGNE(WS-NB-TYPES)
               END-IF

               MOVE "N" TO WS-SERV-TROUVE
               PERFORM VARYING WS-IDX-SERV FROM 1 BY 1
                       UNTIL WS-IDX-SERV > WS-NB-SERV
                   IF WS-SERV(WS-IDX-SERV) = WS-SERVICE(WS-IDX-TRAIN)
                       MOVE "O" TO WS-SERV-TROUVE
                   END-IF
               END-PERFORM
               IF WS-SERV-TROUVE = "N" AND
                  WS-NB-SERV < WS-MAX-SERV
                   ADD 1 TO WS-NB-SERV
                   MOVE WS-SERVICE(WS-IDX-TRAIN) TO
                        WS-SERV(WS-NB-SERV)
               END-IF
           END-PERFORM.

           EXIT.
       0200-REFERENTIELS-END.

      *Validite du calendrier : de la date d'effet de la version
      *(aujourd'hui sans registre) a la veille de la version
      *suivante, ou un an a defaut de version suivante.
       0300-CALENDRIER-START.

           IF WS-DATE-RETENUE > 0
               MOVE WS-DATE-RETENUE TO WS-DATE-DEBUT
           ELSE
               MOVE WS-DATE-REQUETE TO WS-DATE-DEBUT
           END-IF.

           MOVE "A" TO WS-DC-FONCTION.
           IF WS-DATE-SUIVANTE > 0
               MOVE -1 TO WS-DC-NOMBRE
               CALL "DateCalc" USING WS-DC-FONCTION WS-DATE-SUIVANTE
                                     WS-DATE-FIN WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
           ELSE
               MOVE 364 TO WS-DC-NOMBRE
               CALL "DateCalc" USING WS-DC-FONCTION WS-DATE-DEBUT
                                     WS-DATE-FIN WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
           END-IF.

           EXIT.
       0300-CALENDRIER-END.

       0400-ECRIRE-STOPS-START.

           OPEN OUTPUT FICHIER-STOPS.
           MOVE "stop_id,stop_name,stop_lat,stop_lon" TO F-STOP.
           WRITE F-STOP.

           PERFORM VARYING WS-IDX-GARE FROM 1 BY 1
                   UNTIL WS-IDX-GARE > WS-NB-GARES
               MOVE WS-IDX-GARE TO WS-STOP-RANG
               MOVE SPACES TO F-STOP
               STRING WS-STOP-ID ","
                      FUNCTION TRIM(WS-GARE(WS-IDX-GARE)) ",,"
                      DELIMITED BY SIZE INTO F-STOP
               WRITE F-STOP
           END-PERFORM.

           CLOSE FICHIER-STOPS.

           EXIT.
       0400-ECRIRE-STOPS-END.

       0500-ECRIRE-ROUTES-START.

           OPEN OUTPUT FICHIER-ROUTES.
           MOVE "route_id,route_short_name,route_long_name,route_type"
                TO F-ROUTE.
           WRITE F-ROUTE.

           PERFORM VARYING WS-IDX-TYPE FROM 1 BY 1
                   UNTIL WS-IDX-TYPE > WS-NB-TYPES
               MOVE SPACES TO F-ROUTE
               STRING FUNCTION TRIM(WS-TYPE-LIGNE(WS-IDX-TYPE)) ","
                      FUNCTION TRIM(WS-TYPE-LIGNE(WS-IDX-TYPE)) ","
                      "Trains " FUNCTION TRIM(WS-TYPE-LIGNE
                                              (WS-IDX-TYPE))
                      ",2"
                      DELIMITED BY SIZE INTO F-ROUTE
               WRITE F-ROUTE
           END-PERFORM.

           CLOSE FICHIER-ROUTES.

           EXIT.
       0500-ECRIRE-ROUTES-END.

      *Une course par train dans trips.txt, et ses deux passages
      *(depart, arrivee) dans stop_times.txt.
       0600-ECRIRE-TRIPS-START.

           OPEN OUTPUT FICHIER-TRIPS.
           OPEN OUTPUT FICHIER-STOP-TIMES.
           MOVE "route_id,service_id,trip_id,trip_headsign" TO F-TRIP.
           WRITE F-TRIP.
           MOVE SPACES TO F-STOP-TIME.
           STRING "trip_id,arrival_time,departure_time,stop_id,"
                  "stop_sequence"
                  DELIMITED BY SIZE INTO F-STOP-TIME.
           WRITE F-STOP-TIME.

           PERFORM VARYING WS-IDX-TRAIN FROM 1 BY 1
                   UNTIL WS-IDX-TRAIN > WS-NB-TRAIN-LUES
               MOVE WS-GARE-DEPART(WS-IDX-TRAIN) TO WS-CHERCHE-GARE
               PERFORM 0900-RANG-GARE-START
               THRU    0900-RANG-GARE-END
               MOVE WS-RANG-GARE TO WS-STOP-RANG
               MOVE WS-STOP-ID   TO WS-STOP-DEPART
               MOVE WS-GARE-ARRIVEE(WS-IDX-TRAIN) TO WS-CHERCHE-GARE
               PERFORM 0900-RANG-GARE-START
               THRU    0900-RANG-GARE-END
               MOVE WS-RANG-GARE TO WS-STOP-RANG
               MOVE WS-STOP-ID   TO WS-STOP-ARRIVEE

               MOVE SPACES TO WS-TRIP-ID
               STRING FUNCTION TRIM(WS-TYPE(WS-IDX-TRAIN)) "-"
                      WS-STOP-DEPART "-"
                      WS-HH-DEPART(WS-IDX-TRAIN)
                      WS-MM-DEPART(WS-IDX-TRAIN)
                      DELIMITED BY SIZE INTO WS-TRIP-ID

               MOVE SPACES TO F-TRIP
               STRING FUNCTION TRIM(WS-TYPE(WS-IDX-TRAIN)) ","
                      WS-SERVICE(WS-IDX-TRAIN) ","
                      FUNCTION TRIM(WS-TRIP-ID) ","
                      FUNCTION TRIM(WS-GARE-ARRIVEE(WS-IDX-TRAIN))
                      DELIMITED BY SIZE INTO F-TRIP
               WRITE F-TRIP

               MOVE SPACES TO WS-HEURE-DEPART
               STRING WS-HH-DEPART(WS-IDX-TRAIN) ":"
                      WS-MM-DEPART(WS-IDX-TRAIN) ":00"
                      DELIMITED BY SIZE INTO WS-HEURE-DEPART
               MOVE SPACES TO F-STOP-TIME
               STRING FUNCTION TRIM(WS-TRIP-ID) ","
                      WS-HEURE-DEPART "," WS-HEURE-DEPART ","
                      WS-STOP-DEPART ",1"
                      DELIMITED BY SIZE INTO F-STOP-TIME
               WRITE F-STOP-TIME

               COMPUTE WS-HH-ARRIVEE = WS-HH-DEPART(WS-IDX-TRAIN)
                                     + WS-DUREE(WS-IDX-TRAIN)
               MOVE SPACES TO WS-HEURE-ARRIVEE
               IF WS-HH-ARRIVEE < 100
                   STRING WS-HH-ARRIVEE(2:2) ":"
                          WS-MM-DEPART(WS-IDX-TRAIN) ":00"
                          DELIMITED BY SIZE INTO WS-HEURE-ARRIVEE
               ELSE
                   STRING WS-HH-ARRIVEE ":"
                          WS-MM-DEPART(WS-IDX-TRAIN) ":00"
                          DELIMITED BY SIZE INTO WS-HEURE-ARRIVEE
               END-IF
               MOVE SPACES TO F-STOP-TIME
               STRING FUNCTION TRIM(WS-TRIP-ID) ","
                      FUNCTION TRIM(WS-HEURE-ARRIVEE) ","
                      FUNCTION TRIM(WS-HEURE-ARRIVEE) ","
                      WS-STOP-ARRIVEE ",2"
                      DELIMITED BY SIZE INTO F-STOP-TIME
               WRITE F-STOP-TIME
           END-PERFORM.

           CLOSE FICHIER-TRIPS.
           CLOSE FICHIER-STOP-TIMES.

           EXIT.
       0600-ECRIRE-TRIPS-END.

       0700-ECRIRE-CALENDAR-START.

           OPEN OUTPUT FICHIER-CALENDAR.
           MOVE SPACES TO F-CALENDAR.
           STRING "service_id,monday,tuesday,wednesday,thursday,"
                  "friday,saturday,sunday,start_date,end_date"
                  DELIMITED BY SIZE INTO F-CALENDAR.
           WRITE F-CALENDAR.

           PERFORM VARYING WS-IDX-SERV FROM 1 BY 1
                   UNTIL WS-IDX-SERV > WS-NB-SERV
               MOVE WS-SERV(WS-IDX-SERV) TO WS-SERVICE-ID
               MOVE SPACES TO F-CALENDAR
               STRING WS-SERVICE-ID ","
                      WS-SERVICE-JOUR(1) "," WS-SERVICE-JOUR(2) ","
                      WS-SERVICE-JOUR(3) "," WS-SERVICE-JOUR(4) ","
                      WS-SERVICE-JOUR(5) "," WS-SERVICE-JOUR(6) ","
                      WS-SERVICE-JOUR(7) ","
                      WS-DATE-DEBUT "," WS-DATE-FIN
                      DELIMITED BY SIZE INTO F-CALENDAR
               WRITE F-CALENDAR
           END-PERFORM.

           CLOSE FICHIER-CALENDAR.

           EXIT.
       0700-ECRIRE-CALENDAR-END.

      *Rang de WS-CHERCHE-GARE dans la table des gares, ajoutee a
      *la suite si elle n'y est pas encore.
       0900-RANG-GARE-START.

           MOVE 0 TO WS-RANG-GARE.
           PERFORM VARYING WS-IDX-GARE FROM 1 BY 1
                   UNTIL WS-IDX-GARE > WS-NB-GARES
               IF WS-GARE(WS-IDX-GARE) = WS-CHERCHE-GARE AND
                  WS-RANG-GARE = 0
                   MOVE WS-IDX-GARE TO WS-RANG-GARE
               END-IF
           END-PERFORM.

           IF WS-RANG-GARE = 0 AND WS-NB-GARES < WS-MAX-GARES
               ADD 1 TO WS-NB-GARES
               MOVE WS-CHERCHE-GARE TO WS-GARE(WS-NB-GARES)
               MOVE WS-NB-GARES TO WS-RANG-GARE
           END-IF.

           EXIT.
       0900-RANG-GARE-END.

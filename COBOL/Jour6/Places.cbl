       IDENTIFICATION DIVISION.
       PROGRAM-ID. Places.
       AUTHOR. Terry.

      *Sous-programme partagé : places restantes dans un train a
      *une date, entre deux gares de son parcours. Le train est
      *designe comme dans les reservations : type, gare et heure
      *de depart (plus la gare d'arrivee, qui ferme le parcours).
      *Le parcours est la gare de depart, les arrets de
      *dessertes-trains.txt dans l'ordre de leur rang, puis la
      *gare d'arrivee ; un troncon va d'une gare a la suivante.
      *Chaque reservation de reservations.txt pour ce train et
      *cette date charge les troncons qu'elle couvre ; les places
      *restantes sont la capacite (capacites-trains.txt) moins la
      *charge du troncon le plus charge entre PL-ORIGINE et
      *PL-DESTINATION.
      *  PL-CAPACITE : capacite du train, 0 si non renseignee.
      *  PL-RESTANT  : places restantes (9999 sans capacite).
      *  PL-CHARGE   : places reservees sur le troncon le plus
      *                charge.
      *  PL-PARCOURS : gares du parcours dans l'ordre, et leur
      *                nombre dans PL-NB-GARES (pour le detail par
      *                troncon).
      *  PL-STATUT   : "00" bon, "10" origine ou destination hors
      *                du parcours (ou dans le mauvais ordre),
      *                "20" capacite non renseignee.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : sans capacite, le train n'est pas limite.
           SELECT OPTIONAL FICHIER-CAPACITES ASSIGN TO
               "capacites-trains.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITES-STATUS.

      *OPTIONAL : sans arret declare, le train a un seul troncon.
           SELECT OPTIONAL FICHIER-DESSERTES ASSIGN TO
               "dessertes-trains.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESSERTES-STATUS.

      *OPTIONAL : vide avant la premiere reservation.
           SELECT OPTIONAL FICHIER-RESERVATIONS ASSIGN TO
               "reservations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESERVATIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Une capacite par train : type, gare et heure de depart,
      *nombre de places.
       FD FICHIER-CAPACITES.
       01  F-CAPACITE.
           05 F-CAP-TYPE        PIC X(03).
           05 FILLER            PIC X(01).
           05 F-CAP-GARE        PIC X(18).
           05 FILLER            PIC X(01).
           05 F-CAP-HEURE       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-CAP-PLACES      PIC 9(04).

      *Un arret intermediaire par ligne : train, rang (1 = premier
      *arret apres le depart), gare desservie.
       FD FICHIER-DESSERTES.
       01  F-DESSERTE.
           05 F-DES-TYPE        PIC X(03).
           05 FILLER            PIC X(01).
           05 F-DES-GARE        PIC X(18).
           05 FILLER            PIC X(01).
           05 F-DES-HEURE       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-DES-RANG        PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-DES-ARRET       PIC X(18).

      *Meme decoupage que le FD de reserv, qui tient ce fichier.
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

       WORKING-STORAGE SECTION.

       77  WS-CAPACITES-STATUS    PIC X(02) VALUE SPACES.
       77  WS-DESSERTES-STATUS    PIC X(02) VALUE SPACES.
       77  WS-RESERVATIONS-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER         PIC X(01) VALUE "N".

      *Parcours du train : gare de depart en 1, arrets a leur rang
      *plus un, gare d'arrivee apres le dernier arret.
       01  WS-TABLE-PARCOURS.
           05 WS-PARCOURS-GARE OCCURS 12 TIMES PIC X(18).

       77  WS-NB-GARES            PIC 9(02) VALUE 0.
       77  WS-DERNIER-RANG        PIC 9(02) VALUE 0.
       77  WS-IDX-GARE            PIC 9(02) VALUE 0.

      *Charge de chaque troncon (troncon n : gare n vers n + 1).
       01  WS-TABLE-CHARGE.
           05 WS-CHARGE-TRONCON OCCURS 11 TIMES PIC 9(05).

       77  WS-IDX-TRONCON         PIC 9(02) VALUE 0.
       77  WS-RANG-ORIGINE        PIC 9(02) VALUE 0.
       77  WS-RANG-DESTINATION    PIC 9(02) VALUE 0.
       77  WS-RANG-DE             PIC 9(02) VALUE 0.
       77  WS-RANG-A              PIC 9(02) VALUE 0.
       77  WS-CHERCHE-GARE        PIC X(18) VALUE SPACES.
       77  WS-RANG-TROUVE         PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       01  PL-TYPE              PIC X(03).
       01  PL-GARE              PIC X(18).
       01  PL-HEURE             PIC 9(04).
       01  PL-ARRIVEE           PIC X(18).
       01  PL-DATE              PIC 9(08).
       01  PL-ORIGINE           PIC X(18).
       01  PL-DESTINATION       PIC X(18).
       01  PL-CAPACITE          PIC 9(04).
       01  PL-RESTANT           PIC S9(05).
       01  PL-CHARGE            PIC 9(05).
       01  PL-PARCOURS.
           05 PL-PARCOURS-GARE OCCURS 12 TIMES PIC X(18).
       01  PL-NB-GARES          PIC 9(02).
       01  PL-STATUT            PIC X(02).

       PROCEDURE DIVISION USING PL-TYPE PL-GARE PL-HEURE
                                PL-ARRIVEE PL-DATE PL-ORIGINE
                                PL-DESTINATION PL-CAPACITE
                                PL-RESTANT PL-CHARGE PL-PARCOURS
                                PL-NB-GARES PL-STATUT.

           MOVE "00" TO PL-STATUT.
           MOVE 0    TO PL-CAPACITE PL-CHARGE.
           MOVE 9999 TO PL-RESTANT.

           PERFORM 0100-PARCOURS-START
           THRU    0100-PARCOURS-END.
           MOVE WS-TABLE-PARCOURS TO PL-PARCOURS.
           MOVE WS-NB-GARES       TO PL-NB-GARES.

           MOVE PL-ORIGINE TO WS-CHERCHE-GARE.
           PERFORM 0900-RANG-GARE-START
           THRU    0900-RANG-GARE-END.
           MOVE WS-RANG-TROUVE TO WS-RANG-ORIGINE.
           MOVE PL-DESTINATION TO WS-CHERCHE-GARE.
           PERFORM 0900-RANG-GARE-START
           THRU    0900-RANG-GARE-END.
           MOVE WS-RANG-TROUVE TO WS-RANG-DESTINATION.

           IF WS-RANG-ORIGINE = 0 OR
              WS-RANG-DESTINATION <= WS-RANG-ORIGINE
               MOVE "10" TO PL-STATUT
               GOBACK
           END-IF.

           PERFORM 0200-CAPACITE-START
           THRU    0200-CAPACITE-END.

           PERFORM 0300-CHARGE-START
           THRU    0300-CHARGE-END.

           PERFORM VARYING WS-IDX-TRONCON FROM WS-RANG-ORIGINE BY 1
                   UNTIL WS-IDX-TRONCON >= WS-RANG-DESTINATION
               IF WS-CHARGE-TRONCON(WS-IDX-TRONCON) > PL-CHARGE
                   MOVE WS-CHARGE-TRONCON(WS-IDX-TRONCON)
                        TO PL-CHARGE
               END-IF
           END-PERFORM.

           IF PL-CAPACITE = 0
               MOVE "20" TO PL-STATUT
           ELSE
               COMPUTE PL-RESTANT = PL-CAPACITE - PL-CHARGE
           END-IF.

           GOBACK.

      ******************************************************************

      *Gares du parcours : depart, arrets declares, arrivee.
       0100-PARCOURS-START.

           MOVE SPACES TO WS-TABLE-PARCOURS.
           MOVE PL-GARE TO WS-PARCOURS-GARE(1).
           MOVE 0 TO WS-DERNIER-RANG.
           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-DESSERTES.
           IF WS-DESSERTES-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-DESSERTES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-DES-TYPE  = PL-TYPE  AND
                              F-DES-GARE  = PL-GARE  AND
                              F-DES-HEURE = PL-HEURE AND
                              F-DES-RANG >= 1 AND F-DES-RANG <= 10
                               MOVE F-DES-ARRET TO
                                    WS-PARCOURS-GARE(F-DES-RANG + 1)
                               IF F-DES-RANG > WS-DERNIER-RANG
                                   MOVE F-DES-RANG TO WS-DERNIER-RANG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-DESSERTES.

           COMPUTE WS-NB-GARES = WS-DERNIER-RANG + 2.
           MOVE PL-ARRIVEE TO WS-PARCOURS-GARE(WS-NB-GARES).

           EXIT.
       0100-PARCOURS-END.

       0200-CAPACITE-START.

           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-CAPACITES.
           IF WS-CAPACITES-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-CAPACITES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-CAP-TYPE  = PL-TYPE  AND
                              F-CAP-GARE  = PL-GARE  AND
                              F-CAP-HEURE = PL-HEURE AND
                              F-CAP-PLACES IS NUMERIC
                               MOVE F-CAP-PLACES TO PL-CAPACITE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-CAPACITES.

           EXIT.
       0200-CAPACITE-END.

      *Charge par troncon des reservations du train a la date.
       0300-CHARGE-START.

           MOVE ZEROS TO WS-TABLE-CHARGE.
           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-RESERVATIONS.
           IF WS-RESERVATIONS-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-RESERVATIONS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-RES-TYPE  = PL-TYPE  AND
                              F-RES-GARE  = PL-GARE  AND
                              F-RES-HEURE = PL-HEURE AND
                              F-RES-DATE  = PL-DATE  AND
                              F-RES-PLACES IS NUMERIC
                               PERFORM 0350-UNE-RESERVATION-START
                               THRU    0350-UNE-RESERVATION-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-RESERVATIONS.

           EXIT.
       0300-CHARGE-END.

       0350-UNE-RESERVATION-START.

           MOVE F-RES-ORIGINE TO WS-CHERCHE-GARE.
           PERFORM 0900-RANG-GARE-START
           THRU    0900-RANG-GARE-END.
           MOVE WS-RANG-TROUVE TO WS-RANG-DE.
           MOVE F-RES-DESTINATION TO WS-CHERCHE-GARE.
           PERFORM 0900-RANG-GARE-START
           THRU    0900-RANG-GARE-END.
           MOVE WS-RANG-TROUVE TO WS-RANG-A.

           IF WS-RANG-DE = 0 OR WS-RANG-A <= WS-RANG-DE
               GO TO 0350-UNE-RESERVATION-END
           END-IF.

           PERFORM VARYING WS-IDX-TRONCON FROM WS-RANG-DE BY 1
                   UNTIL WS-IDX-TRONCON >= WS-RANG-A
               ADD F-RES-PLACES TO WS-CHARGE-TRONCON(WS-IDX-TRONCON)
           END-PERFORM.

           EXIT.
       0350-UNE-RESERVATION-END.

      *Rang de WS-CHERCHE-GARE dans le parcours (0 = absente).
       0900-RANG-GARE-START.

           MOVE 0 TO WS-RANG-TROUVE.
           PERFORM VARYING WS-IDX-GARE FROM 1 BY 1
                   UNTIL WS-IDX-GARE > WS-NB-GARES
               IF WS-PARCOURS-GARE(WS-IDX-GARE) = WS-CHERCHE-GARE AND
                  WS-RANG-TROUVE = 0
                   MOVE WS-IDX-GARE TO WS-RANG-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0900-RANG-GARE-END.

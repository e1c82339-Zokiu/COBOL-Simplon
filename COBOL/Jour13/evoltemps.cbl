       IDENTIFICATION DIVISION.
       PROGRAM-ID. evoltemps.
       AUTHOR.    Terry.

      *Evolution du temps passe sur les taches recurrentes : pour
      *chaque tache recurrente (meme libelle d'une occurrence a
      *l'autre), le temps total saisi dans temps-taches.txt pour
      *chaque occurrence, reperee par son echeance, dans l'ordre
      *des echeances, avec l'ecart a l'occurrence precedente en
      *minutes et en pourcentage, puis la moyenne par occurrence.
      *Le rapport est ecrit dans evolution-temps.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *OPTIONAL : sans saisie, le rapport le dit.
       SELECT OPTIONAL FICHIER-TEMPS ASSIGN TO "temps-taches.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPS-STATUS.

       SELECT FICHIER-EVOLUTION ASSIGN TO "evolution-temps.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de ToDoList, qui tient ce fichier.
       FD FICHIER-TEMPS.
       01  F-TEMPS.
           05 F-TPS-TACHE      PIC 9(03).
           05 FILLER           PIC X.
           05 F-TPS-DATE       PIC 9(08).
           05 FILLER           PIC X.
           05 F-TPS-PROPRIETAIRE PIC X(03).
           05 FILLER           PIC X.
           05 F-TPS-MINUTES    PIC 9(04).
           05 FILLER           PIC X.
           05 F-TPS-ECHEANCE   PIC 9(08).
           05 FILLER           PIC X.
           05 F-TPS-RECURRENCE PIC X(01).
           05 FILLER           PIC X.
           05 F-TPS-LIBELLE    PIC X(60).
           05 FILLER           PIC X.
           05 F-TPS-NOTE       PIC X(40).

       FD FICHIER-EVOLUTION.
       01  F-EVOLUTION          PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-TEMPS-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-TEMPS         PIC X(01) VALUE "N".

      *Une ligne par occurrence : libelle de la serie, echeance,
      *minutes cumulees.
       01  WS-TABLE-OCCURRENCES.
           05 WS-OCC OCCURS 300 TIMES.
               10 WS-OCC-LIBELLE    PIC X(60).
               10 WS-OCC-RECURRENCE PIC X(01).
               10 WS-OCC-ECHEANCE   PIC 9(08).
               10 WS-OCC-MINUTES    PIC 9(06).
               10 WS-OCC-EDITEE     PIC X(01).

       77  WS-IDX-OCC           PIC 9(03) VALUE 0.
       77  WS-MAX-OCC           PIC 9(03) VALUE 300.
       77  WS-NB-OCC            PIC 9(03) VALUE 0.
       77  WS-OCC-TROUVEE       PIC 9(03) VALUE 0.
       77  WS-NB-EDITEES        PIC 9(03) VALUE 0.

      *Serie en cours d'edition.
       77  WS-PREMIERE          PIC 9(03) VALUE 0.
       77  WS-SUIVANTE          PIC 9(03) VALUE 0.
       77  WS-LIBELLE-SERIE     PIC X(60) VALUE SPACES.
       77  WS-NB-SERIES         PIC 9(03) VALUE 0.
       77  WS-NB-DANS-SERIE     PIC 9(03) VALUE 0.
       77  WS-TOTAL-SERIE       PIC 9(07) VALUE 0.
       77  WS-PRECEDENT         PIC 9(06) VALUE 0.
       77  WS-ECART             PIC S9(06) VALUE 0.
       77  WS-POURCENT          PIC S9(05) VALUE 0.
       77  WS-MOYENNE           PIC 9(06) VALUE 0.

      *Zones d'edition.
       01  WS-ECHEANCE-AAAAMMJJ.
           05 WS-ECH-AAAA       PIC X(04).
           05 WS-ECH-MM         PIC X(02).
           05 WS-ECH-JJ         PIC X(02).
       77  WS-MINUTES-ED        PIC Z(5)9.
       77  WS-ECART-ED          PIC +(5)9.
       77  WS-POURCENT-ED       PIC +(4)9.
       77  WS-NB-ED             PIC ZZ9.

       01  WS-HORODATAGE        PIC X(19).

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0100-RELEVER-START
           THRU    0100-RELEVER-END.

           PERFORM 0200-ECRIRE-START
           THRU    0200-ECRIRE-END.

           DISPLAY "Evolution des taches recurrentes : " WS-NB-SERIES
                   " tache(s), " WS-NB-OCC " occurrence(s), voir"
                   " evolution-temps.txt".

           STOP RUN.

      ******************************************************************

      *Cumule les saisies des taches recurrentes par libelle et
      *par echeance d'occurrence.
       0100-RELEVER-START.

           OPEN INPUT FICHIER-TEMPS.
           IF WS-TEMPS-STATUS = "00"
               PERFORM UNTIL WS-FIN-TEMPS = "O"
                   READ FICHIER-TEMPS
                       AT END
                           MOVE "O" TO WS-FIN-TEMPS
                       NOT AT END
                           IF F-TPS-RECURRENCE NOT = SPACE AND
                              F-TPS-MINUTES IS NUMERIC AND
                              F-TPS-ECHEANCE IS NUMERIC
                               PERFORM 0150-CUMULER-START
                               THRU    0150-CUMULER-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-TEMPS.

           EXIT.
       0100-RELEVER-END.

       0150-CUMULER-START.

           MOVE 0 TO WS-OCC-TROUVEE.
           PERFORM VARYING WS-IDX-OCC FROM 1 BY 1
                   UNTIL WS-IDX-OCC > WS-NB-OCC
               IF WS-OCC-LIBELLE(WS-IDX-OCC)  = F-TPS-LIBELLE AND
                  WS-OCC-ECHEANCE(WS-IDX-OCC) = F-TPS-ECHEANCE
                   MOVE WS-IDX-OCC TO WS-OCC-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-OCC-TROUVEE = 0
               IF WS-NB-OCC >= WS-MAX-OCC
                   DISPLAY "ATTENTION : table pleine, saisie sur "
                           F-TPS-TACHE " ignoree"
                   GO TO 0150-CUMULER-END
               END-IF
               ADD 1 TO WS-NB-OCC
               MOVE WS-NB-OCC TO WS-OCC-TROUVEE
               MOVE F-TPS-LIBELLE TO WS-OCC-LIBELLE(WS-OCC-TROUVEE)
               MOVE F-TPS-RECURRENCE TO
                    WS-OCC-RECURRENCE(WS-OCC-TROUVEE)
               MOVE F-TPS-ECHEANCE TO WS-OCC-ECHEANCE(WS-OCC-TROUVEE)
               MOVE 0 TO WS-OCC-MINUTES(WS-OCC-TROUVEE)
               MOVE "N" TO WS-OCC-EDITEE(WS-OCC-TROUVEE)
           END-IF.

           ADD F-TPS-MINUTES TO WS-OCC-MINUTES(WS-OCC-TROUVEE).

           EXIT.
       0150-CUMULER-END.

      *Une serie apres l'autre, dans l'ordre de premiere saisie.
       0200-ECRIRE-START.

           OPEN OUTPUT FICHIER-EVOLUTION.

           MOVE SPACES TO F-EVOLUTION.
           STRING "EVOLUTION DU TEMPS DES TACHES RECURRENTES - "
                  "edition du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-EVOLUTION.
           WRITE F-EVOLUTION.

           PERFORM UNTIL WS-NB-EDITEES >= WS-NB-OCC
               MOVE 0 TO WS-PREMIERE
               PERFORM VARYING WS-IDX-OCC FROM 1 BY 1
                       UNTIL WS-IDX-OCC > WS-NB-OCC
                          OR WS-PREMIERE > 0
                   IF WS-OCC-EDITEE(WS-IDX-OCC) = "N"
                       MOVE WS-IDX-OCC TO WS-PREMIERE
                   END-IF
               END-PERFORM
               PERFORM 0300-UNE-SERIE-START
               THRU    0300-UNE-SERIE-END
           END-PERFORM.

           IF WS-NB-OCC = 0
               MOVE SPACES TO F-EVOLUTION
               MOVE "(aucun temps saisi sur une tache recurrente)"
                    TO F-EVOLUTION
               WRITE F-EVOLUTION
           END-IF.

           CLOSE FICHIER-EVOLUTION.

           EXIT.
       0200-ECRIRE-END.

      *Occurrences de la serie de WS-PREMIERE par echeance
      *croissante : on prend a chaque tour la plus proche echeance
      *non encore editee.
       0300-UNE-SERIE-START.

           ADD 1 TO WS-NB-SERIES.
           MOVE WS-OCC-LIBELLE(WS-PREMIERE) TO WS-LIBELLE-SERIE.
           MOVE 0 TO WS-NB-DANS-SERIE WS-TOTAL-SERIE WS-PRECEDENT.

           MOVE SPACES TO F-EVOLUTION.
           WRITE F-EVOLUTION.
           MOVE SPACES TO F-EVOLUTION.
           STRING "Tache recurrente (" WS-OCC-RECURRENCE(WS-PREMIERE)
                  ") : " FUNCTION TRIM(WS-LIBELLE-SERIE)
                  DELIMITED BY SIZE INTO F-EVOLUTION.
           WRITE F-EVOLUTION.
           MOVE SPACES TO F-EVOLUTION.
           MOVE "  Echeance    Minutes   Ecart (min)   Ecart (%)"
                TO F-EVOLUTION.
           WRITE F-EVOLUTION.

           MOVE 1 TO WS-SUIVANTE.
           PERFORM UNTIL WS-SUIVANTE = 0
               MOVE 0 TO WS-SUIVANTE
               PERFORM VARYING WS-IDX-OCC FROM 1 BY 1
                       UNTIL WS-IDX-OCC > WS-NB-OCC
                   IF WS-OCC-EDITEE(WS-IDX-OCC) = "N" AND
                      WS-OCC-LIBELLE(WS-IDX-OCC) = WS-LIBELLE-SERIE
                       IF WS-SUIVANTE = 0
                           MOVE WS-IDX-OCC TO WS-SUIVANTE
                       ELSE
                           IF WS-OCC-ECHEANCE(WS-IDX-OCC) <
                              WS-OCC-ECHEANCE(WS-SUIVANTE)
                               MOVE WS-IDX-OCC TO WS-SUIVANTE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SUIVANTE > 0
                   PERFORM 0350-UNE-OCCURRENCE-START
                   THRU    0350-UNE-OCCURRENCE-END
               END-IF
           END-PERFORM.

           COMPUTE WS-MOYENNE ROUNDED =
                   WS-TOTAL-SERIE / WS-NB-DANS-SERIE.
           MOVE WS-MOYENNE TO WS-MINUTES-ED.
           MOVE WS-NB-DANS-SERIE TO WS-NB-ED.
           MOVE SPACES TO F-EVOLUTION.
           STRING "  Moyenne sur " WS-NB-ED " occurrence(s) : "
                  WS-MINUTES-ED " min"
                  DELIMITED BY SIZE INTO F-EVOLUTION.
           WRITE F-EVOLUTION.

           EXIT.
       0300-UNE-SERIE-END.

       0350-UNE-OCCURRENCE-START.

           MOVE "O" TO WS-OCC-EDITEE(WS-SUIVANTE).
           ADD 1 TO WS-NB-EDITEES.
           ADD 1 TO WS-NB-DANS-SERIE.
           ADD WS-OCC-MINUTES(WS-SUIVANTE) TO WS-TOTAL-SERIE.

           MOVE WS-OCC-ECHEANCE(WS-SUIVANTE) TO WS-ECHEANCE-AAAAMMJJ.
           MOVE WS-OCC-MINUTES(WS-SUIVANTE) TO WS-MINUTES-ED.

           MOVE SPACES TO F-EVOLUTION.
           IF WS-NB-DANS-SERIE = 1
               STRING "  " WS-ECH-JJ "/" WS-ECH-MM "/" WS-ECH-AAAA
                      "    " WS-MINUTES-ED
                      "   (premiere occurrence)"
                      DELIMITED BY SIZE INTO F-EVOLUTION
           ELSE
               COMPUTE WS-ECART =
                       WS-OCC-MINUTES(WS-SUIVANTE) - WS-PRECEDENT
               MOVE WS-ECART TO WS-ECART-ED
               IF WS-PRECEDENT > 0
                   COMPUTE WS-POURCENT ROUNDED =
                           WS-ECART * 100 / WS-PRECEDENT
                   MOVE WS-POURCENT TO WS-POURCENT-ED
                   STRING "  " WS-ECH-JJ "/" WS-ECH-MM "/" WS-ECH-AAAA
                          "    " WS-MINUTES-ED
                          "        " WS-ECART-ED
                          "       " WS-POURCENT-ED " %"
                          DELIMITED BY SIZE INTO F-EVOLUTION
               ELSE
                   STRING "  " WS-ECH-JJ "/" WS-ECH-MM "/" WS-ECH-AAAA
                          "    " WS-MINUTES-ED
                          "        " WS-ECART-ED
                          DELIMITED BY SIZE INTO F-EVOLUTION
               END-IF
           END-IF.
           WRITE F-EVOLUTION.

           MOVE WS-OCC-MINUTES(WS-SUIVANTE) TO WS-PRECEDENT.

           EXIT.
       0350-UNE-OCCURRENCE-END.

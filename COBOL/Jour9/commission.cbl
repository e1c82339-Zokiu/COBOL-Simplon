      *le releve detaille et la ligne de paie par personne partent
      *dans commissions.txt. La journee de calcul a la main en fin
      *de mois disparait.
      *Bonus d'objectif : quand objectifs-ventes.txt fixe a un
      *responsable un objectif global du mois avec un taux de
      *bonus, les ventes du mois au-dela de l'objectif (plus de
      *100 % de realisation) sont payees a ce taux en plus, et
      *entrent dans sa paie. Une semaine compte dans le mois de
      *son jeudi, comme dans le rapport objectifs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT FICHIER-COMMISSIONS ASSIGN TO "commissions.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *OPTIONAL : sans objectif, pas de bonus.
       SELECT OPTIONAL FICHIER-OBJECTIFS ASSIGN TO
           "objectifs-ventes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OBJECTIFS-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY "Client.cpy".

       FD FICHIER-COMMISSIONS.
       01  F-COMMISSION           PIC X(100).
      *En-tête d'audit (date/heure d'exécution).
       01  F-COMMISSION-ENTETE    PIC X(60).

      *Meme decoupage que le FD de objectifs.
       FD FICHIER-OBJECTIFS.
       01  F-OBJECTIF.
           05 F-OBJ-VENDEUR     PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-OBJ-MOIS        PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-OBJ-CATEGORIE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-OBJ-MONTANT     PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-OBJ-TAUX-BONUS  PIC 9V99.

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS    PIC X(02) VALUE SPACES.
       77  WS-OBJECTIFS-STATUS PIC X(02) VALUE SPACES.

       01  WS-CLIENT-TABLE.
           05 WS-CLIENT OCCURS 100 TIMES.
       77  WS-MONTANT-ED       PIC ZZZZZ9.99.
       77  WS-CUMUL-ED         PIC ZZZZZZ9.99.

      *Ventes par responsable et par mois (mois du jeudi de la
      *semaine), pour le bonus d'objectif.
       01  WS-TABLE-MOIS.
           05 WS-MV OCCURS 200 TIMES.
               10 WS-MV-VENDEUR     PIC 9(04).
               10 WS-MV-MOIS        PIC 9(06).
               10 WS-MV-VENTES      PIC 9(08)V99.

       77  WS-IDX-MV           PIC 9(03) VALUE 1.
       77  WS-MAX-MV           PIC 9(03) VALUE 200.
       77  WS-NB-MV            PIC 9(03) VALUE 0.
       77  WS-MV-TROUVE        PIC 9(03) VALUE 0.
       77  WS-MOIS-SEMAINE     PIC 9(06) VALUE 0.

       77  WS-FIN-OBJECTIFS    PIC X(01) VALUE "N".
       77  WS-NB-BONUS         PIC 9(04) VALUE 0.
       77  WS-BONUS            PIC 9(06)V99 VALUE 0.
       77  WS-BONUS-ED         PIC ZZZZZ9.99.
       77  WS-OBJECTIF-ED      PIC ZZZZZZ9.99.
       77  WS-VENTES-MOIS-ED   PIC ZZZZZZ9.99.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(jeudi de la semaine).
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Horodatage de l'exécution, reporté en en-tête du releve.
       01  WS-HORODATAGE       PIC X(19).

           PERFORM 0200-LIRE-VENTES-START
           THRU    0200-LIRE-VENTES-END.

           PERFORM 0350-BONUS-START
           THRU    0350-BONUS-END.

           PERFORM 0400-PAIE-START
           THRU    0400-PAIE-END.

           CLOSE FICHIER-COMMISSIONS.

           DISPLAY "Commissions : " WS-NB-LIGNES " semaine(s)"
                   " traitee(s), " WS-NB-REJETS " rejet(s), "
                   WS-NB-BONUS " bonus".

           STOP RUN.

                  DELIMITED BY SIZE INTO F-COMMISSION.
           WRITE F-COMMISSION.

      *Cumul du mois du responsable, pour le bonus.
           PERFORM 0700-MOIS-SEMAINE-START
           THRU    0700-MOIS-SEMAINE-END.
           MOVE 0 TO WS-MV-TROUVE.
           PERFORM VARYING WS-IDX-MV FROM 1 BY 1
                   UNTIL WS-IDX-MV > WS-NB-MV
               IF WS-MV-VENDEUR(WS-IDX-MV) = WS-VENDEUR AND
                  WS-MV-MOIS(WS-IDX-MV)    = WS-MOIS-SEMAINE
                   MOVE WS-IDX-MV TO WS-MV-TROUVE
               END-IF
           END-PERFORM.
           IF WS-MV-TROUVE = 0 AND WS-NB-MV < WS-MAX-MV
               ADD 1 TO WS-NB-MV
               MOVE WS-NB-MV        TO WS-MV-TROUVE
               MOVE WS-VENDEUR      TO WS-MV-VENDEUR(WS-MV-TROUVE)
               MOVE WS-MOIS-SEMAINE TO WS-MV-MOIS(WS-MV-TROUVE)
               MOVE 0               TO WS-MV-VENTES(WS-MV-TROUVE)
           END-IF.
           IF WS-MV-TROUVE > 0
               ADD WS-TOTAL-VENTES TO WS-MV-VENTES(WS-MV-TROUVE)
           END-IF.

           EXIT.
       0300-UNE-SEMAINE-END.

      *Bonus d'objectif : pour chaque objectif global muni d'un
      *taux de bonus, les ventes du mois au-dela de l'objectif
      *sont payees a ce taux et ajoutees au cumul du responsable.
       0350-BONUS-START.

           OPEN INPUT FICHIER-OBJECTIFS.

           IF WS-OBJECTIFS-STATUS NOT = "00"
               CLOSE FICHIER-OBJECTIFS
               GO TO 0350-BONUS-END
           END-IF.

           PERFORM UNTIL WS-FIN-OBJECTIFS = "O"
               READ FICHIER-OBJECTIFS
                   AT END
                       MOVE "O" TO WS-FIN-OBJECTIFS
                   NOT AT END
                       IF F-OBJ-CATEGORIE = SPACES AND
                          F-OBJ-TAUX-BONUS > 0
                           PERFORM 0360-UN-BONUS-START
                           THRU    0360-UN-BONUS-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-OBJECTIFS.

           EXIT.
       0350-BONUS-END.

       0360-UN-BONUS-START.

           MOVE 0 TO WS-MV-TROUVE.
           PERFORM VARYING WS-IDX-MV FROM 1 BY 1
                   UNTIL WS-IDX-MV > WS-NB-MV
               IF WS-MV-VENDEUR(WS-IDX-MV) = F-OBJ-VENDEUR AND
                  WS-MV-MOIS(WS-IDX-MV)    = F-OBJ-MOIS
                   MOVE WS-IDX-MV TO WS-MV-TROUVE
               END-IF
           END-PERFORM.
           IF WS-MV-TROUVE = 0
               GO TO 0360-UN-BONUS-END
           END-IF.
           IF WS-MV-VENTES(WS-MV-TROUVE) <= F-OBJ-MONTANT
               GO TO 0360-UN-BONUS-END
           END-IF.

           MOVE 0 TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               IF WS-CLIENT-ID(WS-INDEX-CLIENT) = F-OBJ-VENDEUR
                   MOVE WS-INDEX-CLIENT TO WS-CLIENT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CLIENT-TROUVE = 0
               GO TO 0360-UN-BONUS-END
           END-IF.

           COMPUTE WS-BONUS ROUNDED =
                   (WS-MV-VENTES(WS-MV-TROUVE) - F-OBJ-MONTANT)
                 * F-OBJ-TAUX-BONUS.
           ADD WS-BONUS TO WS-CUMUL(WS-CLIENT-TROUVE).
           ADD 1 TO WS-NB-BONUS.

           MOVE F-OBJ-MONTANT              TO WS-OBJECTIF-ED.
           MOVE WS-MV-VENTES(WS-MV-TROUVE) TO WS-VENTES-MOIS-ED.
           MOVE WS-BONUS                   TO WS-BONUS-ED.
           MOVE SPACES TO F-COMMISSION.
           STRING "Bonus " F-OBJ-MOIS
                  " " FUNCTION TRIM(WS-NOM(WS-CLIENT-TROUVE))
                  " objectif " WS-OBJECTIF-ED
                  " ventes " WS-VENTES-MOIS-ED
                  " taux " F-OBJ-TAUX-BONUS
                  " bonus " WS-BONUS-ED
                  DELIMITED BY SIZE INTO F-COMMISSION.
           WRITE F-COMMISSION.

           EXIT.
       0360-UN-BONUS-END.

      *Ligne de paie par personne : le cumul de ses commissions
      *sur toute la periode archivee.
       0400-PAIE-START.

           EXIT.
       0400-PAIE-END.

      *Mois (AAAAMM) de la semaine WS-SEMAINE de l'annee
      *WS-ANNEE-VENTE : celui de son jeudi. Le 4 janvier tombe
      *toujours en semaine 1.
       0700-MOIS-SEMAINE-START.

           MOVE "J" TO WS-DC-FONCTION.
           COMPUTE WS-DC-DATE-1 = WS-ANNEE-VENTE * 10000 + 104.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.

           MOVE "A" TO WS-DC-FONCTION.
           COMPUTE WS-DC-NOMBRE = 4 - WS-DC-RESULTAT
                                + 7 * (WS-SEMAINE - 1).
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.

           IF WS-DC-STATUT = "00"
               COMPUTE WS-MOIS-SEMAINE = WS-DC-DATE-2 / 100
           ELSE
               MOVE 0 TO WS-MOIS-SEMAINE
           END-IF.

           EXIT.
       0700-MOIS-SEMAINE-END.

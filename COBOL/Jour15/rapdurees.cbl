       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapdurees.
       AUTHOR.    Terry.

      *Rapport des durees de la chaine de nuit, tire de
      *l'historique durees-chaine.txt que chaine prolonge a chaque
      *etape lancee. Pour chaque etape, sur ses 30 derniers
      *passages reussis : nombre de passages, duree moyenne et
      *maximale en secondes, et tendance (moyenne de la moitie
      *recente des passages comparee a celle de la moitie
      *ancienne : HAUSSE ou BAISSE au-dela de 10 %, STABLE sinon).
      *Le passage de ce soir est celui du plus grand numero de
      *passage de l'historique ; une etape de ce soir qui a pris
      *plus du double de sa duree habituelle (moyenne de ses
      *passages precedents, trois au moins) est signalee
      *DEPASSEMENT, a l'ecran comme dans le rapport, avant que la
      *chaine ne deborde sur la matinee. Une etape de moins d'une
      *minute ce soir n'est jamais signalee : a quelques secondes,
      *le double n'est que du bruit. Les etapes en echec ne
      *comptent pas : leur duree ne dit rien du temps normal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL FICHIER-DUREES ASSIGN TO
               "durees-chaine.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUREES-STATUS.

           SELECT FICHIER-RAPPORT ASSIGN TO "rapport-durees.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-DUREES de chaine.
       FD FICHIER-DUREES.
       01  F-DUREE.
           05 F-DUR-RUN         PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-DUR-ETAPE       PIC X(12).
           05 FILLER            PIC X(01).
           05 F-DUR-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-DUR-DEBUT       PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-DUR-SECONDES    PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-DUR-RC          PIC 9(03).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.

      *Etapes rencontrees : durees des passages precedant ce soir
      *(les 30 dernieres, la plus ancienne en tete) et duree de ce
      *soir ("O" dans WS-ETP-SOIR si l'etape a tourne ce soir).
       01  WS-TABLE-ETAPES.
           05 WS-ETP OCCURS 30 TIMES.
               10 WS-ETP-NOM        PIC X(12).
               10 WS-ETP-NB-PREC    PIC 9(02).
               10 WS-ETP-PREC OCCURS 30 TIMES PIC 9(06).
               10 WS-ETP-SOIR       PIC X(01).
               10 WS-ETP-DUREE-SOIR PIC 9(06).

       77  WS-IDX-ETP           PIC 9(02) VALUE 1.
       77  WS-MAX-ETP           PIC 9(02) VALUE 30.
       77  WS-NB-ETP            PIC 9(02) VALUE 0.
       77  WS-MAX-PASSAGES      PIC 9(02) VALUE 30.
      *Duree de ce soir en dessous de laquelle rien n'est signale.
       77  WS-SEUIL-ALERTE      PIC 9(06) VALUE 60.

      *Serie analysee pour une etape : ses 30 derniers passages,
      *celui de ce soir en dernier s'il existe.
       01  WS-TABLE-SERIE.
           05 WS-SERIE OCCURS 30 TIMES PIC 9(06).

       77  WS-IDX-SERIE         PIC 9(02) VALUE 1.
       77  WS-NB-SERIE          PIC 9(02) VALUE 0.
       77  WS-IDX-PREC          PIC 9(02) VALUE 1.
       77  WS-PREMIER-PREC      PIC 9(02) VALUE 1.
       77  WS-MOITIE            PIC 9(02) VALUE 0.

      *Statistiques de l'etape en cours.
       77  WS-SOMME             PIC 9(08) VALUE 0.
       77  WS-MOYENNE           PIC 9(06) VALUE 0.
       77  WS-MAXIMUM           PIC 9(06) VALUE 0.
       77  WS-HABITUEL          PIC 9(06) VALUE 0.
       77  WS-MOY-ANCIENNE      PIC 9(06)V99 VALUE 0.
       77  WS-MOY-RECENTE       PIC 9(06)V99 VALUE 0.
       77  WS-TENDANCE          PIC S9(05) VALUE 0.
       77  WS-TENDANCE-LIB      PIC X(08) VALUE SPACES.
       77  WS-ALERTE            PIC X(12) VALUE SPACES.

      *Passage de ce soir : le plus grand numero de l'historique.
       77  WS-RUN-SOIR          PIC 9(06) VALUE 0.
       77  WS-NB-DEPASSEMENTS   PIC 9(06) VALUE 0.

       77  WS-DUREES-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".
       77  WS-TROUVE            PIC X(01) VALUE "N".

      *Zones editees pour le rapport.
       77  WS-NB-ED             PIC Z9.
       77  WS-MOY-ED            PIC ZZZZZ9.
       77  WS-MAX-ED            PIC ZZZZZ9.
       77  WS-SOIR-ED           PIC ZZZZZ9.
       77  WS-TEND-ED           PIC -ZZZZ9.

      *Horodatage de l'exécution, reporté en en-tête du rapport.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "rapdurees".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           PERFORM 0100-RUN-SOIR-START
           THRU    0100-RUN-SOIR-END.

           PERFORM 0200-CHARGER-DUREES-START
           THRU    0200-CHARGER-DUREES-END.

           OPEN OUTPUT FICHIER-RAPPORT.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE SPACES TO F-RAPPORT.
           STRING "Durees de la chaine de nuit - "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Passage de ce soir : " WS-RUN-SOIR
                  " - durees en secondes, 30 derniers passages"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "ETAPE        NB MOYENNE MAXIMUM TENDANCE"
                  "         CE SOIR"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                   UNTIL WS-IDX-ETP > WS-NB-ETP
               PERFORM 0300-ANALYSER-ETAPE-START
               THRU    0300-ANALYSER-ETAPE-END
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "TOTAL DEPASSEMENTS " WS-NB-DEPASSEMENTS
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Durees de la chaine : " WS-NB-ETP " etape(s), "
                   WS-NB-DEPASSEMENTS " depassement(s)"
                   " (rapport-durees.txt)".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-ETP          TO WS-JRN-ECRITS.
           MOVE WS-NB-DEPASSEMENTS TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Premier passage sur l'historique : numero du passage de ce
      *soir.
       0100-RUN-SOIR-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-DUREES.
      *Statut 05 : aucun historique, le rapport sort vide.
           IF WS-DUREES-STATUS NOT = "00"
               DISPLAY "ATTENTION : durees-chaine.txt absent, aucune"
                       " duree a analyser"
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-DUREES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-JRN-LUS
                       IF F-DUR-RUN > WS-RUN-SOIR
                           MOVE F-DUR-RUN TO WS-RUN-SOIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-DUREES.

           EXIT.
       0100-RUN-SOIR-END.

      *Second passage : durees des etapes reussies, rangees par
      *etape ; au-dela de 30 passages precedents, le plus ancien
      *sort de la table.
       0200-CHARGER-DUREES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-DUREES.
           IF WS-DUREES-STATUS NOT = "00"
               MOVE "O" TO WS-FIN-FICHIER
           END-IF.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-DUREES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-DUR-RC = 0
                           PERFORM 0210-RANGER-DUREE-START
                           THRU    0210-RANGER-DUREE-END
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-DUREES.

           EXIT.
       0200-CHARGER-DUREES-END.

      *Range la duree lue sous son etape, creee au besoin.
       0210-RANGER-DUREE-START.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-IDX-ETP FROM 1 BY 1
                   UNTIL WS-IDX-ETP > WS-NB-ETP
                      OR WS-TROUVE = "O"
               IF WS-ETP-NOM(WS-IDX-ETP) = F-DUR-ETAPE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE = "O"
               SUBTRACT 1 FROM WS-IDX-ETP
           ELSE
               IF WS-NB-ETP >= WS-MAX-ETP
                   DISPLAY "ATTENTION : etape " F-DUR-ETAPE
                           " ignoree, WS-MAX-ETP depasse"
                   GO TO 0210-RANGER-DUREE-END
               END-IF
               ADD 1 TO WS-NB-ETP
               MOVE WS-NB-ETP   TO WS-IDX-ETP
               MOVE F-DUR-ETAPE TO WS-ETP-NOM(WS-IDX-ETP)
               MOVE 0           TO WS-ETP-NB-PREC(WS-IDX-ETP)
               MOVE "N"         TO WS-ETP-SOIR(WS-IDX-ETP)
               MOVE 0           TO WS-ETP-DUREE-SOIR(WS-IDX-ETP)
           END-IF.

      *Une etape reprise ce soir n'a qu'un passage reussi ; s'il y
      *en avait deux, le dernier l'emporte.
           IF F-DUR-RUN = WS-RUN-SOIR
               MOVE "O"            TO WS-ETP-SOIR(WS-IDX-ETP)
               MOVE F-DUR-SECONDES TO WS-ETP-DUREE-SOIR(WS-IDX-ETP)
               GO TO 0210-RANGER-DUREE-END
           END-IF.

           IF WS-ETP-NB-PREC(WS-IDX-ETP) >= WS-MAX-PASSAGES
               PERFORM VARYING WS-IDX-PREC FROM 2 BY 1
                       UNTIL WS-IDX-PREC > WS-MAX-PASSAGES
                   MOVE WS-ETP-PREC(WS-IDX-ETP, WS-IDX-PREC) TO
                        WS-ETP-PREC(WS-IDX-ETP, WS-IDX-PREC - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-ETP-NB-PREC(WS-IDX-ETP)
           END-IF.
           ADD 1 TO WS-ETP-NB-PREC(WS-IDX-ETP).
           MOVE F-DUR-SECONDES TO
                WS-ETP-PREC(WS-IDX-ETP, WS-ETP-NB-PREC(WS-IDX-ETP)).

           EXIT.
       0210-RANGER-DUREE-END.

      *Statistiques d'une etape et controle de son passage de ce
      *soir ; ecrit sa ligne au rapport.
       0300-ANALYSER-ETAPE-START.

      *Serie des 30 derniers passages : ce soir compte pour un.
           MOVE 0 TO WS-NB-SERIE.
           MOVE 1 TO WS-PREMIER-PREC.
           IF WS-ETP-SOIR(WS-IDX-ETP) = "O"
              AND WS-ETP-NB-PREC(WS-IDX-ETP) >= WS-MAX-PASSAGES
               MOVE 2 TO WS-PREMIER-PREC
           END-IF.
           PERFORM VARYING WS-IDX-PREC FROM WS-PREMIER-PREC BY 1
                   UNTIL WS-IDX-PREC > WS-ETP-NB-PREC(WS-IDX-ETP)
               ADD 1 TO WS-NB-SERIE
               MOVE WS-ETP-PREC(WS-IDX-ETP, WS-IDX-PREC) TO
                    WS-SERIE(WS-NB-SERIE)
           END-PERFORM.
           IF WS-ETP-SOIR(WS-IDX-ETP) = "O"
               ADD 1 TO WS-NB-SERIE
               MOVE WS-ETP-DUREE-SOIR(WS-IDX-ETP) TO
                    WS-SERIE(WS-NB-SERIE)
           END-IF.

           MOVE 0 TO WS-SOMME.
           MOVE 0 TO WS-MAXIMUM.
           PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                   UNTIL WS-IDX-SERIE > WS-NB-SERIE
               ADD WS-SERIE(WS-IDX-SERIE) TO WS-SOMME
               IF WS-SERIE(WS-IDX-SERIE) > WS-MAXIMUM
                   MOVE WS-SERIE(WS-IDX-SERIE) TO WS-MAXIMUM
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MOYENNE.
           IF WS-NB-SERIE > 0
               COMPUTE WS-MOYENNE ROUNDED = WS-SOMME / WS-NB-SERIE
           END-IF.

           PERFORM 0310-TENDANCE-START
           THRU    0310-TENDANCE-END.

      *Duree habituelle : moyenne des passages precedant ce soir
      *dans la serie, trois au moins pour juger.
           MOVE SPACES TO WS-ALERTE.
           MOVE 0 TO WS-HABITUEL.
           IF WS-ETP-SOIR(WS-IDX-ETP) = "O"
               IF WS-NB-SERIE > 3
                   COMPUTE WS-HABITUEL ROUNDED =
                           (WS-SOMME - WS-SERIE(WS-NB-SERIE)) /
                           (WS-NB-SERIE - 1)
                   IF WS-SERIE(WS-NB-SERIE) > 2 * WS-HABITUEL
                      AND WS-SERIE(WS-NB-SERIE) >= WS-SEUIL-ALERTE
                       MOVE "DEPASSEMENT" TO WS-ALERTE
                       ADD 1 TO WS-NB-DEPASSEMENTS
                       DISPLAY "ALERTE : etape "
                               FUNCTION TRIM(WS-ETP-NOM(WS-IDX-ETP))
                               " " WS-SERIE(WS-NB-SERIE)
                               " s ce soir pour " WS-HABITUEL
                               " s habituellement"
                   END-IF
               ELSE
                   MOVE "HISTO COURT" TO WS-ALERTE
               END-IF
           END-IF.

           MOVE WS-NB-SERIE TO WS-NB-ED.
           MOVE WS-MOYENNE  TO WS-MOY-ED.
           MOVE WS-MAXIMUM  TO WS-MAX-ED.
           MOVE WS-TENDANCE TO WS-TEND-ED.

           MOVE SPACES TO F-RAPPORT.
           IF WS-ETP-SOIR(WS-IDX-ETP) = "O"
               MOVE WS-SERIE(WS-NB-SERIE) TO WS-SOIR-ED
               STRING WS-ETP-NOM(WS-IDX-ETP) " " WS-NB-ED " "
                      WS-MOY-ED "  " WS-MAX-ED "  " WS-TEND-ED "% "
                      WS-TENDANCE-LIB " " WS-SOIR-ED " "
                      WS-ALERTE
                      DELIMITED BY SIZE INTO F-RAPPORT
           ELSE
               STRING WS-ETP-NOM(WS-IDX-ETP) " " WS-NB-ED " "
                      WS-MOY-ED "  " WS-MAX-ED "  " WS-TEND-ED "% "
                      WS-TENDANCE-LIB "       -"
                      DELIMITED BY SIZE INTO F-RAPPORT
           END-IF.
           WRITE F-RAPPORT.

           EXIT.
       0300-ANALYSER-ETAPE-END.

      *Tendance : ecart en % entre la moyenne de la moitie recente
      *de la serie et celle de sa moitie ancienne. Moins de quatre
      *passages : pas de tendance.
       0310-TENDANCE-START.

           MOVE 0 TO WS-TENDANCE.
           MOVE "-" TO WS-TENDANCE-LIB.
           IF WS-NB-SERIE < 4
               GO TO 0310-TENDANCE-END
           END-IF.

           DIVIDE WS-NB-SERIE BY 2 GIVING WS-MOITIE.
           MOVE 0 TO WS-MOY-ANCIENNE.
           MOVE 0 TO WS-MOY-RECENTE.
           PERFORM VARYING WS-IDX-SERIE FROM 1 BY 1
                   UNTIL WS-IDX-SERIE > WS-NB-SERIE
               IF WS-IDX-SERIE > WS-NB-SERIE - WS-MOITIE
                   ADD WS-SERIE(WS-IDX-SERIE) TO WS-MOY-RECENTE
               ELSE
                   IF WS-IDX-SERIE <= WS-MOITIE
                       ADD WS-SERIE(WS-IDX-SERIE) TO WS-MOY-ANCIENNE
                   END-IF
               END-IF
           END-PERFORM.
           DIVIDE WS-MOITIE INTO WS-MOY-ANCIENNE ROUNDED.
           DIVIDE WS-MOITIE INTO WS-MOY-RECENTE ROUNDED.

      *Une moitie ancienne a zero seconde ne se compare pas.
           IF WS-MOY-ANCIENNE = 0
               GO TO 0310-TENDANCE-END
           END-IF.

           COMPUTE WS-TENDANCE ROUNDED =
                   (WS-MOY-RECENTE - WS-MOY-ANCIENNE) * 100 /
                   WS-MOY-ANCIENNE.
           EVALUATE TRUE
               WHEN WS-TENDANCE > 10
                   MOVE "HAUSSE" TO WS-TENDANCE-LIB
               WHEN WS-TENDANCE < -10
                   MOVE "BAISSE" TO WS-TENDANCE-LIB
               WHEN OTHER
                   MOVE "STABLE" TO WS-TENDANCE-LIB
           END-EVALUATE.

           EXIT.
       0310-TENDANCE-END.

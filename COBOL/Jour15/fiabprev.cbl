       IDENTIFICATION DIVISION.
       PROGRAM-ID. fiabprev.
       AUTHOR.    Terry.

      *Fiabilite des previsions : chaque execution de prevision
      *consigne dans previsions-historique.txt, datee, la
      *consommation attendue de chaque article pour le versement
      *suivant. Une fois ce versement consomme, la prevision est
      *confrontee au reel : historique-conso.txt pour les semaines
      *deja versees, consommation.txt pour la semaine qui attend
      *son versement. Une prevision dont la semaine n'est pas
      *encore connue reste en attente. Quand prevision a tourne
      *plusieurs fois avant le meme versement, seule la derniere
      *prevision compte.
      *Le rapport fiabilite-previsions.txt donne, par article puis
      *par categorie (articles.txt), le prevu, le reel, l'ecart
      *absolu cumule rapporte au reel (erreur en %) et le biais
      *(prevu - reel, en % du reel). Un article evalue sur au
      *moins trois semaines et sur-prevu (ou sous-prevu) au moins
      *trois fois sur quatre est signale. Enfin, chaque article de
      *rupture.txt dont la derniere semaine evaluee consommait plus
      *que prevu est compte comme une rupture qu'une meilleure
      *prevision aurait evitee : seuil et niveau de recompletement
      *etaient trop bas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Ecrit par prevision. OPTIONAL : aucune prevision consignee.
       SELECT OPTIONAL FICHIER-PREVISIONS ASSIGN TO
           "previsions-historique.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREVISIONS-STATUS.

       SELECT OPTIONAL FICHIER-HISTORIQUE ASSIGN TO
           "historique-conso.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIQUE-STATUS.

       SELECT OPTIONAL FICHIER-CONSOMMATION ASSIGN TO
           "consommation.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSOMMATION-STATUS.

       SELECT OPTIONAL FICHIER-ARTICLES ASSIGN TO "articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARTICLES-STATUS.

      *Dernier etat des ruptures ecrit par rupture. OPTIONAL.
       SELECT OPTIONAL FICHIER-RUPTURE ASSIGN TO "rupture.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUPTURE-STATUS.

       SELECT FICHIER-RAPPORT ASSIGN TO "fiabilite-previsions.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de prevision, qui tient ce fichier.
       FD FICHIER-PREVISIONS.
       01  F-PREVISION.
           05 F-PRV-RUN         PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-PRV-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PRV-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-PRV-QTE         PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-PRV-SEUIL       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PRV-NIVEAU      PIC 9(03).

      *Meme decoupage que le FD de prevision.
       FD FICHIER-HISTORIQUE.
       01  F-HISTORIQUE.
           05 F-HIST-RUN        PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-HIST-ARTICLE    PIC X(10).
           05 FILLER            PIC X(01).
           05 F-HIST-QTE        PIC 9(06).

       FD FICHIER-CONSOMMATION.
       01  F-CONSOMMATION.
           05 F-CONSO-ARTICLE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CONSO-QUANTITE  PIC 9(04).
      *Enregistrement de controle ecrit par Commande, ignore ici
      *(meme longueur que chez Commande, pour que la ligne ne soit
      *pas relue en deux morceaux).
       01  F-CONSO-TOTAL.
           05 F-CONSO-TOT-MARQUE    PIC X(10).
           05 FILLER                PIC X(13).

      *Seuls le code et la categorie servent ici.
       FD FICHIER-ARTICLES.
       01  F-ART.
           05 F-ART-NUMERO      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ART-DESIGNATION PIC X(20).
           05 FILLER            PIC X(01).
           05 F-ART-CATEGORIE   PIC X(10).
           05 FILLER            PIC X(60).

       FD FICHIER-RUPTURE.
       01  F-LIGNE-RUPTURE      PIC X(90).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT            PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-PREVISIONS-STATUS   PIC X(02) VALUE SPACES.
       77  WS-HISTORIQUE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-CONSOMMATION-STATUS PIC X(02) VALUE SPACES.
       77  WS-ARTICLES-STATUS     PIC X(02) VALUE SPACES.
       77  WS-RUPTURE-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER         PIC X(01) VALUE "N".
       77  WS-PREMIERE            PIC X(01) VALUE "O".

      *Previsions consignees : versement de reference, date,
      *article, prevu, reel et etat (E evaluee, A en attente ;
      *source du reel H historique, C consommation de la semaine).
       01  WS-TABLE-PREVISIONS.
           05 WS-PV OCCURS 500 TIMES.
               10 WS-PV-RUN        PIC 9(04).
               10 WS-PV-DATE       PIC 9(08).
               10 WS-PV-ARTICLE    PIC X(10).
               10 WS-PV-QTE        PIC 9(06).
               10 WS-PV-REEL       PIC 9(06).
               10 WS-PV-ETAT       PIC X(01).
               10 WS-PV-SOURCE     PIC X(01).

       77  WS-IDX-PV            PIC 9(03) VALUE 1.
       77  WS-MAX-PV            PIC 9(03) VALUE 500.
       77  WS-NB-PV             PIC 9(03) VALUE 0.
       77  WS-PV-TROUVE         PIC 9(03) VALUE 0.
       77  WS-NB-EVALUEES       PIC 9(04) VALUE 0.
       77  WS-NB-ATTENTE        PIC 9(04) VALUE 0.

      *Historique de consommation charge en memoire.
       01  WS-TABLE-HISTO.
           05 WS-HISTO OCCURS 500 TIMES.
               10 WS-HISTO-RUN     PIC 9(04).
               10 WS-HISTO-ARTICLE PIC X(10).
               10 WS-HISTO-QTE     PIC 9(06).

       77  WS-IDX-HISTO         PIC 9(03) VALUE 1.
       77  WS-MAX-HISTO         PIC 9(03) VALUE 500.
       77  WS-NB-HISTO          PIC 9(03) VALUE 0.
       77  WS-RUN-MAX           PIC 9(04) VALUE 0.
       77  WS-RUN-CIBLE         PIC 9(04) VALUE 0.

      *Consommation de la semaine pas encore versee.
       01  WS-TABLE-SEMAINE.
           05 WS-SEM OCCURS 50 TIMES.
               10 WS-SEM-ARTICLE   PIC X(10).
               10 WS-SEM-QTE       PIC 9(06).

       77  WS-IDX-SEM           PIC 9(02) VALUE 1.
       77  WS-MAX-SEM           PIC 9(02) VALUE 50.
       77  WS-NB-SEM            PIC 9(02) VALUE 0.
       77  WS-SEM-TROUVE        PIC X(01) VALUE "N".

      *Categorie de chaque article du referentiel.
       01  WS-TABLE-ARTICLES.
           05 WS-ART OCCURS 200 TIMES.
               10 WS-ART-CODE      PIC X(10).
               10 WS-ART-CATEGORIE PIC X(10).

       77  WS-IDX-ART           PIC 9(03) VALUE 1.
       77  WS-MAX-ART           PIC 9(03) VALUE 200.
       77  WS-NB-ART            PIC 9(03) VALUE 0.

      *Cumuls par article sur les previsions evaluees ; le dernier
      *ecart (reel - prevu) est celui de la semaine la plus
      *recente.
       01  WS-TABLE-FIAB-ARTICLES.
           05 WS-FA OCCURS 50 TIMES.
               10 WS-FA-ARTICLE     PIC X(10).
               10 WS-FA-CATEGORIE   PIC X(10).
               10 WS-FA-NB          PIC 9(04).
               10 WS-FA-NB-SUR      PIC 9(04).
               10 WS-FA-NB-SOUS     PIC 9(04).
               10 WS-FA-PREVU       PIC 9(08).
               10 WS-FA-REEL        PIC 9(08).
               10 WS-FA-ECART-ABS   PIC 9(08).
               10 WS-FA-DERNIER-RUN PIC 9(04).
               10 WS-FA-DERNIER-ECART PIC S9(06).
               10 WS-FA-TENDANCE    PIC X(10).

       77  WS-IDX-FA            PIC 9(02) VALUE 1.
       77  WS-MAX-FA            PIC 9(02) VALUE 50.
       77  WS-NB-FA             PIC 9(02) VALUE 0.
       77  WS-FA-TROUVE         PIC 9(02) VALUE 0.

      *Cumuls par categorie.
       01  WS-TABLE-FIAB-CATEGORIES.
           05 WS-FC OCCURS 20 TIMES.
               10 WS-FC-CODE        PIC X(10).
               10 WS-FC-NB          PIC 9(04).
               10 WS-FC-PREVU       PIC 9(08).
               10 WS-FC-REEL        PIC 9(08).
               10 WS-FC-ECART-ABS   PIC 9(08).

       77  WS-IDX-FC            PIC 9(02) VALUE 1.
       77  WS-MAX-FC            PIC 9(02) VALUE 20.
       77  WS-NB-FC             PIC 9(02) VALUE 0.
       77  WS-FC-TROUVE         PIC 9(02) VALUE 0.
       77  WS-NB-DEBORDEMENTS   PIC 9(04) VALUE 0.

      *Tendance : au moins WS-MIN-SEMAINES semaines evaluees, et
      *le meme sens d'erreur au moins trois fois sur quatre.
       77  WS-MIN-SEMAINES      PIC 9(02) VALUE 3.
       77  WS-NB-SIGNALES       PIC 9(04) VALUE 0.

      *Ruptures.
       77  WS-NB-RUPTURES       PIC 9(04) VALUE 0.
       77  WS-NB-EVITABLES      PIC 9(04) VALUE 0.
       77  WS-ARTICLE-RUPT      PIC X(10) VALUE SPACES.
       01  WS-MOTIF             PIC X(60) VALUE SPACES.

      *Ligne de rapport en cours d'edition, commune aux sections.
       77  WS-ECART             PIC S9(07) VALUE 0.
       77  WS-LG-PREVU          PIC 9(08) VALUE 0.
       77  WS-LG-REEL           PIC 9(08) VALUE 0.
       77  WS-LG-ECART-ABS      PIC 9(08) VALUE 0.
       77  WS-LG-ERREUR         PIC S9(05)V9 VALUE 0.
       77  WS-LG-BIAIS          PIC S9(05)V9 VALUE 0.
       01  WS-LG-CHIFFRES       PIC X(47) VALUE SPACES.
       77  WS-QTE-ED            PIC ZZZZZZZ9.
       77  WS-QTE-ED-2          PIC ZZZZZZZ9.
       77  WS-QTE-ED-3          PIC ZZZZZZZ9.
       77  WS-NB-ED             PIC ZZZ9.
       77  WS-NB-ED-2           PIC ZZZ9.
       77  WS-POURCENT-ED       PIC -(5)9.9.
       77  WS-POURCENT-ED-2     PIC -(5)9.9.
       77  WS-ECART-ED          PIC -(7)9.
       01  WS-ERREUR-TEXTE      PIC X(10) VALUE SPACES.
       01  WS-BIAIS-TEXTE       PIC X(10) VALUE SPACES.
       01  WS-DATE-AAAAMMJJ.
           05 WS-DT-AAAA        PIC X(04).
           05 WS-DT-MM          PIC X(02).
           05 WS-DT-JJ          PIC X(02).
       01  WS-DATE-EDITEE       PIC X(10) VALUE SPACES.

       01  WS-HORODATAGE        PIC X(19).

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0100-LIRE-PREVISIONS-START
           THRU    0100-LIRE-PREVISIONS-END.

           PERFORM 0150-LIRE-HISTORIQUE-START
           THRU    0150-LIRE-HISTORIQUE-END.

           PERFORM 0200-LIRE-SEMAINE-START
           THRU    0200-LIRE-SEMAINE-END.

           PERFORM 0250-LIRE-ARTICLES-START
           THRU    0250-LIRE-ARTICLES-END.

           PERFORM VARYING WS-IDX-PV FROM 1 BY 1
                   UNTIL WS-IDX-PV > WS-NB-PV
               PERFORM 0300-EVALUER-START
               THRU    0300-EVALUER-END
           END-PERFORM.

           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-NB-FA
               PERFORM 0400-TENDANCE-START
               THRU    0400-TENDANCE-END
           END-PERFORM.

           OPEN OUTPUT FICHIER-RAPPORT.

           PERFORM 0500-EDITER-START
           THRU    0500-EDITER-END.

           PERFORM 0600-RUPTURES-START
           THRU    0600-RUPTURES-END.

           PERFORM 0700-DETAIL-START
           THRU    0700-DETAIL-END.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Fiabilite des previsions : " WS-NB-EVALUEES
                   " prevision(s) evaluee(s), " WS-NB-ATTENTE
                   " en attente, " WS-NB-SIGNALES " article(s) a"
                   " revoir, " WS-NB-EVITABLES " rupture(s) evitable(s)"
                   " sur " WS-NB-RUPTURES ", voir"
                   " fiabilite-previsions.txt".

           STOP RUN.

      ******************************************************************

      *Previsions consignees ; une prevision plus recente pour le
      *meme versement et le meme article remplace la precedente.
       0100-LIRE-PREVISIONS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-PREVISIONS.

           IF WS-PREVISIONS-STATUS NOT = "00"
               DISPLAY "ATTENTION : previsions-historique.txt absent,"
                       " aucune prevision a evaluer"
               CLOSE FICHIER-PREVISIONS
               GO TO 0100-LIRE-PREVISIONS-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-PREVISIONS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-PRV-RUN IS NUMERIC AND
                          F-PRV-QTE IS NUMERIC
                           MOVE 0 TO WS-PV-TROUVE
                           PERFORM VARYING WS-IDX-PV FROM 1 BY 1
                                   UNTIL WS-IDX-PV > WS-NB-PV
                               IF WS-PV-RUN(WS-IDX-PV) = F-PRV-RUN AND
                                  WS-PV-ARTICLE(WS-IDX-PV) =
                                                     F-PRV-ARTICLE
                                   MOVE WS-IDX-PV TO WS-PV-TROUVE
                               END-IF
                           END-PERFORM
                           IF WS-PV-TROUVE = 0
                               IF WS-NB-PV < WS-MAX-PV
                                   ADD 1 TO WS-NB-PV
                                   MOVE WS-NB-PV TO WS-PV-TROUVE
                               ELSE
                                   ADD 1 TO WS-NB-DEBORDEMENTS
                               END-IF
                           END-IF
                           IF WS-PV-TROUVE > 0
                               MOVE F-PRV-RUN TO
                                    WS-PV-RUN(WS-PV-TROUVE)
                               MOVE F-PRV-DATE TO
                                    WS-PV-DATE(WS-PV-TROUVE)
                               MOVE F-PRV-ARTICLE TO
                                    WS-PV-ARTICLE(WS-PV-TROUVE)
                               MOVE F-PRV-QTE TO
                                    WS-PV-QTE(WS-PV-TROUVE)
                               MOVE 0 TO WS-PV-REEL(WS-PV-TROUVE)
                               MOVE "A" TO WS-PV-ETAT(WS-PV-TROUVE)
                               MOVE SPACE TO
                                    WS-PV-SOURCE(WS-PV-TROUVE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PREVISIONS.

           EXIT.
       0100-LIRE-PREVISIONS-END.

       0150-LIRE-HISTORIQUE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-HISTORIQUE.
           IF WS-HISTORIQUE-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-HISTORIQUE
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-HIST-RUN IS NUMERIC AND
                              F-HIST-QTE IS NUMERIC
                               IF F-HIST-RUN > WS-RUN-MAX
                                   MOVE F-HIST-RUN TO WS-RUN-MAX
                               END-IF
                               IF WS-NB-HISTO < WS-MAX-HISTO
                                   ADD 1 TO WS-NB-HISTO
                                   MOVE F-HIST-RUN TO
                                        WS-HISTO-RUN(WS-NB-HISTO)
                                   MOVE F-HIST-ARTICLE TO
                                        WS-HISTO-ARTICLE(WS-NB-HISTO)
                                   MOVE F-HIST-QTE TO
                                        WS-HISTO-QTE(WS-NB-HISTO)
                               ELSE
                                   ADD 1 TO WS-NB-DEBORDEMENTS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-HISTORIQUE.

           EXIT.
       0150-LIRE-HISTORIQUE-END.

      *Consommation de la semaine en cours, cumulee par article
      *comme le fait prevision ; l'enregistrement TOTAL est ignore.
       0200-LIRE-SEMAINE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-CONSOMMATION.
           IF WS-CONSOMMATION-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-CONSOMMATION
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-CONSO-TOT-MARQUE NOT = "TOTAL" AND
                              F-CONSO-QUANTITE IS NUMERIC
                               MOVE "N" TO WS-SEM-TROUVE
                               PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                                       UNTIL WS-IDX-SEM > WS-NB-SEM
                                   IF WS-SEM-ARTICLE(WS-IDX-SEM) =
                                                  F-CONSO-ARTICLE
                                       ADD F-CONSO-QUANTITE TO
                                           WS-SEM-QTE(WS-IDX-SEM)
                                       MOVE "O" TO WS-SEM-TROUVE
                                   END-IF
                               END-PERFORM
                               IF WS-SEM-TROUVE = "N" AND
                                  WS-NB-SEM < WS-MAX-SEM
                                   ADD 1 TO WS-NB-SEM
                                   MOVE F-CONSO-ARTICLE TO
                                        WS-SEM-ARTICLE(WS-NB-SEM)
                                   MOVE F-CONSO-QUANTITE TO
                                        WS-SEM-QTE(WS-NB-SEM)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-CONSOMMATION.

           EXIT.
       0200-LIRE-SEMAINE-END.

       0250-LIRE-ARTICLES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ARTICLES.
           IF WS-ARTICLES-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-ARTICLES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-ART < WS-MAX-ART
                               ADD 1 TO WS-NB-ART
                               MOVE F-ART-NUMERO TO
                                    WS-ART-CODE(WS-NB-ART)
                               MOVE F-ART-CATEGORIE TO
                                    WS-ART-CATEGORIE(WS-NB-ART)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-ARTICLES.

           EXIT.
       0250-LIRE-ARTICLES-END.

      *La prevision faite apres le versement N vaut pour le
      *versement N+1 : deja verse, le reel est dans l'historique
      *(0 si l'article n'y figure pas) ; s'il est le prochain a
      *verser, le reel est la consommation de la semaine ; sinon
      *la prevision reste en attente.
       0300-EVALUER-START.

           COMPUTE WS-RUN-CIBLE = WS-PV-RUN(WS-IDX-PV) + 1.

           IF WS-RUN-CIBLE <= WS-RUN-MAX
               MOVE "E" TO WS-PV-ETAT(WS-IDX-PV)
               MOVE "H" TO WS-PV-SOURCE(WS-IDX-PV)
               PERFORM VARYING WS-IDX-HISTO FROM 1 BY 1
                       UNTIL WS-IDX-HISTO > WS-NB-HISTO
                   IF WS-HISTO-RUN(WS-IDX-HISTO) = WS-RUN-CIBLE AND
                      WS-HISTO-ARTICLE(WS-IDX-HISTO) =
                                         WS-PV-ARTICLE(WS-IDX-PV)
                       ADD WS-HISTO-QTE(WS-IDX-HISTO) TO
                           WS-PV-REEL(WS-IDX-PV)
                   END-IF
               END-PERFORM
           ELSE
               IF WS-RUN-CIBLE = WS-RUN-MAX + 1 AND WS-NB-SEM > 0
                   MOVE "E" TO WS-PV-ETAT(WS-IDX-PV)
                   MOVE "C" TO WS-PV-SOURCE(WS-IDX-PV)
                   PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                           UNTIL WS-IDX-SEM > WS-NB-SEM
                       IF WS-SEM-ARTICLE(WS-IDX-SEM) =
                                         WS-PV-ARTICLE(WS-IDX-PV)
                           ADD WS-SEM-QTE(WS-IDX-SEM) TO
                               WS-PV-REEL(WS-IDX-PV)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           IF WS-PV-ETAT(WS-IDX-PV) = "A"
               ADD 1 TO WS-NB-ATTENTE
               GO TO 0300-EVALUER-END
           END-IF.
           ADD 1 TO WS-NB-EVALUEES.

           COMPUTE WS-ECART = WS-PV-REEL(WS-IDX-PV)
                            - WS-PV-QTE(WS-IDX-PV).

      *Cumul par article.
           MOVE 0 TO WS-FA-TROUVE.
           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-NB-FA
               IF WS-FA-ARTICLE(WS-IDX-FA) = WS-PV-ARTICLE(WS-IDX-PV)
                   MOVE WS-IDX-FA TO WS-FA-TROUVE
               END-IF
           END-PERFORM.
           IF WS-FA-TROUVE = 0
               IF WS-NB-FA < WS-MAX-FA
                   ADD 1 TO WS-NB-FA
                   MOVE WS-NB-FA TO WS-FA-TROUVE
                   MOVE WS-PV-ARTICLE(WS-IDX-PV) TO
                        WS-FA-ARTICLE(WS-FA-TROUVE)
                   MOVE "(inconnue)" TO WS-FA-CATEGORIE(WS-FA-TROUVE)
                   PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                           UNTIL WS-IDX-ART > WS-NB-ART
                       IF WS-ART-CODE(WS-IDX-ART) =
                                      WS-PV-ARTICLE(WS-IDX-PV)
                           MOVE WS-ART-CATEGORIE(WS-IDX-ART) TO
                                WS-FA-CATEGORIE(WS-FA-TROUVE)
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-FA-NB(WS-FA-TROUVE)
                             WS-FA-NB-SUR(WS-FA-TROUVE)
                             WS-FA-NB-SOUS(WS-FA-TROUVE)
                             WS-FA-PREVU(WS-FA-TROUVE)
                             WS-FA-REEL(WS-FA-TROUVE)
                             WS-FA-ECART-ABS(WS-FA-TROUVE)
                             WS-FA-DERNIER-RUN(WS-FA-TROUVE)
                             WS-FA-DERNIER-ECART(WS-FA-TROUVE)
                   MOVE SPACES TO WS-FA-TENDANCE(WS-FA-TROUVE)
               ELSE
                   ADD 1 TO WS-NB-DEBORDEMENTS
                   GO TO 0300-EVALUER-END
               END-IF
           END-IF.

           ADD 1 TO WS-FA-NB(WS-FA-TROUVE).
           ADD WS-PV-QTE(WS-IDX-PV)  TO WS-FA-PREVU(WS-FA-TROUVE).
           ADD WS-PV-REEL(WS-IDX-PV) TO WS-FA-REEL(WS-FA-TROUVE).
           IF WS-ECART < 0
               ADD 1 TO WS-FA-NB-SUR(WS-FA-TROUVE)
               SUBTRACT WS-ECART FROM WS-FA-ECART-ABS(WS-FA-TROUVE)
           ELSE
               IF WS-ECART > 0
                   ADD 1 TO WS-FA-NB-SOUS(WS-FA-TROUVE)
                   ADD WS-ECART TO WS-FA-ECART-ABS(WS-FA-TROUVE)
               END-IF
           END-IF.
           IF WS-PV-RUN(WS-IDX-PV) >= WS-FA-DERNIER-RUN(WS-FA-TROUVE)
               MOVE WS-PV-RUN(WS-IDX-PV) TO
                    WS-FA-DERNIER-RUN(WS-FA-TROUVE)
               MOVE WS-ECART TO WS-FA-DERNIER-ECART(WS-FA-TROUVE)
           END-IF.

      *Cumul par categorie.
           MOVE 0 TO WS-FC-TROUVE.
           PERFORM VARYING WS-IDX-FC FROM 1 BY 1
                   UNTIL WS-IDX-FC > WS-NB-FC
               IF WS-FC-CODE(WS-IDX-FC) =
                                  WS-FA-CATEGORIE(WS-FA-TROUVE)
                   MOVE WS-IDX-FC TO WS-FC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-FC-TROUVE = 0
               IF WS-NB-FC < WS-MAX-FC
                   ADD 1 TO WS-NB-FC
                   MOVE WS-NB-FC TO WS-FC-TROUVE
                   MOVE WS-FA-CATEGORIE(WS-FA-TROUVE) TO
                        WS-FC-CODE(WS-FC-TROUVE)
                   MOVE 0 TO WS-FC-NB(WS-FC-TROUVE)
                             WS-FC-PREVU(WS-FC-TROUVE)
                             WS-FC-REEL(WS-FC-TROUVE)
                             WS-FC-ECART-ABS(WS-FC-TROUVE)
               ELSE
                   ADD 1 TO WS-NB-DEBORDEMENTS
               END-IF
           END-IF.
           IF WS-FC-TROUVE > 0
               ADD 1 TO WS-FC-NB(WS-FC-TROUVE)
               ADD WS-PV-QTE(WS-IDX-PV)  TO WS-FC-PREVU(WS-FC-TROUVE)
               ADD WS-PV-REEL(WS-IDX-PV) TO WS-FC-REEL(WS-FC-TROUVE)
               IF WS-ECART < 0
                   SUBTRACT WS-ECART FROM
                            WS-FC-ECART-ABS(WS-FC-TROUVE)
               ELSE
                   ADD WS-ECART TO WS-FC-ECART-ABS(WS-FC-TROUVE)
               END-IF
           END-IF.

           EXIT.
       0300-EVALUER-END.

      *Erreur systematique : assez de semaines evaluees et le meme
      *sens d'erreur au moins trois fois sur quatre.
       0400-TENDANCE-START.

           IF WS-FA-NB(WS-IDX-FA) < WS-MIN-SEMAINES
               GO TO 0400-TENDANCE-END
           END-IF.

           IF WS-FA-NB-SUR(WS-IDX-FA) * 4 >= WS-FA-NB(WS-IDX-FA) * 3
               MOVE "SUR-PREVU" TO WS-FA-TENDANCE(WS-IDX-FA)
               ADD 1 TO WS-NB-SIGNALES
           END-IF.
           IF WS-FA-NB-SOUS(WS-IDX-FA) * 4 >= WS-FA-NB(WS-IDX-FA) * 3
               MOVE "SOUS-PREVU" TO WS-FA-TENDANCE(WS-IDX-FA)
               ADD 1 TO WS-NB-SIGNALES
           END-IF.

           EXIT.
       0400-TENDANCE-END.

      *Rapport : par article, par categorie, puis les articles a
      *revoir.
       0500-EDITER-START.

           MOVE SPACES TO F-RAPPORT.
           STRING "FIABILITE DES PREVISIONS - edition du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE WS-NB-EVALUEES TO WS-NB-ED.
           MOVE WS-NB-ATTENTE  TO WS-NB-ED-2.
           MOVE SPACES TO F-RAPPORT.
           STRING "Previsions evaluees : " WS-NB-ED
                  ", en attente de leur semaine : " WS-NB-ED-2
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           IF WS-NB-DEBORDEMENTS > 0
               MOVE WS-NB-DEBORDEMENTS TO WS-NB-ED
               MOVE SPACES TO F-RAPPORT
               STRING "ATTENTION : " WS-NB-ED " ligne(s) hors"
                      " capacite des tables, rapport incomplet"
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "---- Par article ----" TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Article    Categorie  Sem.    Prevu     Reel"
                  " Ecart abs  Erreur %   Biais %  Tendance"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-NB-FA
               MOVE WS-FA-PREVU(WS-IDX-FA)     TO WS-LG-PREVU
               MOVE WS-FA-REEL(WS-IDX-FA)      TO WS-LG-REEL
               MOVE WS-FA-ECART-ABS(WS-IDX-FA) TO WS-LG-ECART-ABS
               PERFORM 0550-CHIFFRES-START
               THRU    0550-CHIFFRES-END
               MOVE WS-FA-NB(WS-IDX-FA) TO WS-NB-ED
               MOVE SPACES TO F-RAPPORT
               STRING WS-FA-ARTICLE(WS-IDX-FA) " "
                      WS-FA-CATEGORIE(WS-IDX-FA) " " WS-NB-ED
                      WS-LG-CHIFFRES "  " WS-FA-TENDANCE(WS-IDX-FA)
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-PERFORM.
           IF WS-NB-FA = 0
               MOVE "  (aucune prevision evaluee)" TO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "---- Par categorie ----" TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Categorie             Sem.    Prevu     Reel"
                  " Ecart abs  Erreur %   Biais %"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-FC FROM 1 BY 1
                   UNTIL WS-IDX-FC > WS-NB-FC
               MOVE WS-FC-PREVU(WS-IDX-FC)     TO WS-LG-PREVU
               MOVE WS-FC-REEL(WS-IDX-FC)      TO WS-LG-REEL
               MOVE WS-FC-ECART-ABS(WS-IDX-FC) TO WS-LG-ECART-ABS
               PERFORM 0550-CHIFFRES-START
               THRU    0550-CHIFFRES-END
               MOVE WS-FC-NB(WS-IDX-FC) TO WS-NB-ED
               MOVE SPACES TO F-RAPPORT
               STRING WS-FC-CODE(WS-IDX-FC) "            " WS-NB-ED
                      WS-LG-CHIFFRES
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "---- Articles a revoir (erreur toujours dans le"
                  " meme sens) ----"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.
           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-NB-FA
               IF WS-FA-TENDANCE(WS-IDX-FA) NOT = SPACES
                   MOVE WS-FA-NB(WS-IDX-FA) TO WS-NB-ED-2
                   IF WS-FA-TENDANCE(WS-IDX-FA) = "SUR-PREVU"
                       MOVE WS-FA-NB-SUR(WS-IDX-FA) TO WS-NB-ED
                   ELSE
                       MOVE WS-FA-NB-SOUS(WS-IDX-FA) TO WS-NB-ED
                   END-IF
                   MOVE SPACES TO F-RAPPORT
                   STRING "  " WS-FA-ARTICLE(WS-IDX-FA) " "
                          WS-FA-TENDANCE(WS-IDX-FA) " " WS-NB-ED
                          " semaine(s) sur " WS-NB-ED-2
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
               END-IF
           END-PERFORM.
           IF WS-NB-SIGNALES = 0
               MOVE "  (aucun)" TO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           EXIT.
       0500-EDITER-END.

      *Chiffres d'une ligne : prevu, reel, ecart absolu, erreur
      *(ecart absolu en % du reel) et biais ((prevu - reel) en %
      *du reel) ; sans consommation reelle, pas de pourcentage.
       0550-CHIFFRES-START.

           MOVE WS-LG-PREVU     TO WS-QTE-ED.
           MOVE WS-LG-REEL      TO WS-QTE-ED-2.
           MOVE WS-LG-ECART-ABS TO WS-QTE-ED-3.
           IF WS-LG-REEL = 0
               MOVE "       n/a" TO WS-ERREUR-TEXTE
               MOVE "       n/a" TO WS-BIAIS-TEXTE
           ELSE
               COMPUTE WS-LG-ERREUR ROUNDED =
                       WS-LG-ECART-ABS * 100 / WS-LG-REEL
                   ON SIZE ERROR MOVE 99999.9 TO WS-LG-ERREUR
               END-COMPUTE
               COMPUTE WS-LG-BIAIS ROUNDED =
                       (WS-LG-PREVU - WS-LG-REEL) * 100 / WS-LG-REEL
                   ON SIZE ERROR MOVE 99999.9 TO WS-LG-BIAIS
               END-COMPUTE
               MOVE WS-LG-ERREUR TO WS-POURCENT-ED
               MOVE WS-LG-BIAIS  TO WS-POURCENT-ED-2
               MOVE SPACES TO WS-ERREUR-TEXTE WS-BIAIS-TEXTE
               STRING " " WS-POURCENT-ED " %" DELIMITED BY SIZE
                      INTO WS-ERREUR-TEXTE
               STRING " " WS-POURCENT-ED-2 " %" DELIMITED BY SIZE
                      INTO WS-BIAIS-TEXTE
           END-IF.

           MOVE SPACES TO WS-LG-CHIFFRES.
           STRING " " WS-QTE-ED " " WS-QTE-ED-2 " " WS-QTE-ED-3
                  WS-ERREUR-TEXTE WS-BIAIS-TEXTE
                  DELIMITED BY SIZE INTO WS-LG-CHIFFRES.

           EXIT.
       0550-CHIFFRES-END.

      *rupture.txt : seules les lignes article (code, puis stock
      *consolide sur cinq chiffres) comptent ; l'en-tete, la
      *ventilation par depot et le bilan sont passes. Une rupture
      *est evitable quand la derniere semaine evaluee de l'article
      *a consomme plus que prevu.
       0600-RUPTURES-START.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "---- Ruptures de rupture.txt ----" TO F-RAPPORT.
           WRITE F-RAPPORT.

           MOVE "N" TO WS-FIN-FICHIER.
           MOVE "O" TO WS-PREMIERE.
           OPEN INPUT FICHIER-RUPTURE.
           IF WS-RUPTURE-STATUS NOT = "00"
               MOVE "  (rupture.txt absent)" TO F-RAPPORT
               WRITE F-RAPPORT
               CLOSE FICHIER-RUPTURE
               GO TO 0600-RUPTURES-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-RUPTURE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-PREMIERE = "O"
                           MOVE "N" TO WS-PREMIERE
                       ELSE
                           IF F-LIGNE-RUPTURE(1:1) NOT = SPACE AND
                              F-LIGNE-RUPTURE(11:5) IS NUMERIC AND
                              F-LIGNE-RUPTURE(16:75) = SPACES
                               PERFORM 0650-UNE-RUPTURE-START
                               THRU    0650-UNE-RUPTURE-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-RUPTURE.

           MOVE WS-NB-EVITABLES TO WS-NB-ED.
           MOVE WS-NB-RUPTURES  TO WS-NB-ED-2.
           MOVE SPACES TO F-RAPPORT.
           STRING "Ruptures evitables avec une meilleure prevision : "
                  WS-NB-ED " sur " WS-NB-ED-2
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           EXIT.
       0600-RUPTURES-END.

       0650-UNE-RUPTURE-START.

           ADD 1 TO WS-NB-RUPTURES.
           MOVE F-LIGNE-RUPTURE(1:10) TO WS-ARTICLE-RUPT.

           MOVE 0 TO WS-FA-TROUVE.
           PERFORM VARYING WS-IDX-FA FROM 1 BY 1
                   UNTIL WS-IDX-FA > WS-NB-FA
               IF WS-FA-ARTICLE(WS-IDX-FA) = WS-ARTICLE-RUPT
                   MOVE WS-IDX-FA TO WS-FA-TROUVE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-MOTIF.
           IF WS-FA-TROUVE = 0
               MOVE "aucune prevision evaluee" TO WS-MOTIF
           ELSE
               IF WS-FA-DERNIER-ECART(WS-FA-TROUVE) > 0
                   ADD 1 TO WS-NB-EVITABLES
                   MOVE WS-FA-DERNIER-ECART(WS-FA-TROUVE)
                        TO WS-ECART-ED
                   STRING "EVITABLE, consommation superieure de"
                          WS-ECART-ED " a la prevision"
                          DELIMITED BY SIZE INTO WS-MOTIF
               ELSE
                   MOVE "prevision suffisante la derniere semaine"
                        TO WS-MOTIF
               END-IF
           END-IF.

           MOVE SPACES TO F-RAPPORT.
           STRING "  " WS-ARTICLE-RUPT " stock "
                  F-LIGNE-RUPTURE(11:5) "  " WS-MOTIF
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           EXIT.
       0650-UNE-RUPTURE-END.

      *Detail de chaque prevision evaluee : semaine (versement)
      *visee, date de la prevision, article, prevu, reel, ecart.
       0700-DETAIL-START.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "---- Detail par semaine ----" TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE SPACES TO F-RAPPORT.
           STRING "Vers. Prevu le    Article       Prevu     Reel"
                  "    Ecart  Source du reel"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-PV FROM 1 BY 1
                   UNTIL WS-IDX-PV > WS-NB-PV
               IF WS-PV-ETAT(WS-IDX-PV) = "E"
                   COMPUTE WS-RUN-CIBLE = WS-PV-RUN(WS-IDX-PV) + 1
                   MOVE WS-PV-DATE(WS-IDX-PV) TO WS-DATE-AAAAMMJJ
                   MOVE SPACES TO WS-DATE-EDITEE
                   STRING WS-DT-JJ "/" WS-DT-MM "/" WS-DT-AAAA
                          DELIMITED BY SIZE INTO WS-DATE-EDITEE
                   MOVE WS-PV-QTE(WS-IDX-PV)  TO WS-QTE-ED
                   MOVE WS-PV-REEL(WS-IDX-PV) TO WS-QTE-ED-2
                   COMPUTE WS-ECART = WS-PV-REEL(WS-IDX-PV)
                                    - WS-PV-QTE(WS-IDX-PV)
                   MOVE WS-ECART TO WS-ECART-ED
                   MOVE SPACES TO WS-MOTIF
                   IF WS-PV-SOURCE(WS-IDX-PV) = "C"
                       MOVE "consommation.txt (non versee)" TO WS-MOTIF
                   ELSE
                       MOVE "historique-conso.txt" TO WS-MOTIF
                   END-IF
                   MOVE SPACES TO F-RAPPORT
                   STRING WS-RUN-CIBLE "  " WS-DATE-EDITEE "  "
                          WS-PV-ARTICLE(WS-IDX-PV) " " WS-QTE-ED
                          " " WS-QTE-ED-2 " " WS-ECART-ED "  "
                          WS-MOTIF
                          DELIMITED BY SIZE INTO F-RAPPORT
                   WRITE F-RAPPORT
               END-IF
           END-PERFORM.

           EXIT.
       0700-DETAIL-END.

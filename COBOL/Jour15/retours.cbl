      *client, et une synthese par motif montre pourquoi la
      *marchandise revient. Fini le stock bricole a la main et les
      *avoirs griffonnes dans un cahier.
      *La marchandise revendable retourne dans le lot d'ou elle
      *est partie : lot porte par la ligne de retour, sinon
      *derniere prise lotie du client sur l'article au registre
      *des allocations. Elle rentre alors au depot de ce lot.
      *Chaque avoir recoit un numero (le suivant du registre des
      *avoirs) et y est consigne avec sa date, son client, son
      *article et sa categorie : c'est la matiere des ecritures
      *d'avoirs d'exportfec.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT FICHIER-ARTICLES ASSIGN TO "articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Stock par lot et registre des prises de Commande, pour
      *retrouver le lot d'origine. OPTIONAL tous deux.
       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTS-STATUS.

       SELECT OPTIONAL FICHIER-REG-ALLOC ASSIGN TO
           "registre-allocations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-ALLOC-STATUS.

       SELECT FICHIER-AVOIRS ASSIGN TO "avoirs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Registre des avoirs emis, a la suite des executions
      *precedentes. OPTIONAL : cree au premier avoir.
       SELECT OPTIONAL FICHIER-REG-AVOIRS ASSIGN TO
           "registre-avoirs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-AVOIRS-STATUS.

       SELECT FICHIER-MOTIFS ASSIGN TO "retours-motifs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           05 F-RET-QTE         PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-RET-MOTIF       PIC X(10).
      *Lot inscrit sur l'emballage retourne, a blanc si illisible.
           05 FILLER            PIC X(01).
           05 F-RET-LOT         PIC X(10).

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           05 FILLER            PIC X(01).
           05 F-ART-PROMO-FIN   PIC 9(08).

      *Meme decoupage que le FD de Commande.
       FD FICHIER-LOTS.
       01  F-LOT.
           05 F-LOT-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-LOT-DEPOT       PIC X(05).
           05 FILLER            PIC X(01).
           05 F-LOT-NUMERO      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-LOT-DLC         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-LOT-QTE         PIC 9(05).

      *Meme decoupage que le FD de Commande, qui tient ce registre.
       FD FICHIER-REG-ALLOC.
       01  F-REG-ALLOC.
           05 F-RA-NUMERO       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-RA-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-RA-CLIENT       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-RA-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-RA-DEPOT        PIC X(05).
           05 FILLER            PIC X(01).
           05 F-RA-QTE          PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-RA-ETAT         PIC X(01).
           05 FILLER            PIC X(01).
           05 F-RA-LOT          PIC X(10).

       FD FICHIER-AVOIRS.
       01  F-AVOIR              PIC X(100).
      *En-tête d'audit (date/heure d'exécution).
       01  F-AVOIR-ENTETE       PIC X(60).

      *Une ligne par avoir : numero, date, client, article,
      *categorie de l'article, quantite, montant credite et motif,
      *puis la part deja imputee sur factures par reglements et
      *l'etat de l'avoir (O ouvert, P partiellement impute, U
      *utilise).
       FD FICHIER-REG-AVOIRS.
       01  F-REG-AVOIR.
           05 F-RAV-NUMERO      PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-RAV-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-RAV-CLIENT      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-RAV-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-RAV-CATEGORIE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-RAV-QTE         PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-RAV-MONTANT     PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 F-RAV-MOTIF       PIC X(10).
           05 FILLER            PIC X(01).
           05 F-RAV-IMPUTE      PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 F-RAV-STATUT      PIC X(01).

       FD FICHIER-MOTIFS.
       01  F-MOTIF-LIGNE        PIC X(60).
      *En-tête d'audit (date/heure d'exécution).
       77  WS-FIN-FICHIER       PIC X     VALUE "N".
       77  WS-ARTICLE-TROUVE    PIC 9(02) VALUE 0.

      *Lots en stock, recompletes par les retours.
       01  WS-TABLE-LOTS.
           05 WS-LOT OCCURS 100 TIMES.
               10 WS-LOT-ARTICLE   PIC X(10).
               10 WS-LOT-DEPOT     PIC X(05).
               10 WS-LOT-NUMERO    PIC X(10).
               10 WS-LOT-DLC       PIC 9(08).
               10 WS-LOT-QTE       PIC 9(05).

       77  WS-IDX-LOT           PIC 9(03) VALUE 1.
       77  WS-MAX-LOTS          PIC 9(03) VALUE 100.
       77  WS-NB-LOTS           PIC 9(03) VALUE 0.
       77  WS-FIN-LOTS          PIC X     VALUE "N".
       77  WS-LOTS-STATUS       PIC X(02) VALUE SPACES.
       77  WS-LOT-TROUVE        PIC 9(03) VALUE 0.
       77  WS-LOT-MODIFIE       PIC X(01) VALUE "N".

      *Prises loties du registre des allocations, dans l'ordre du
      *fichier (la derniere du client sur l'article fait foi).
       01  WS-TABLE-PRISES.
           05 WS-PRISE OCCURS 200 TIMES.
               10 WS-PRI-CLIENT    PIC 9(02).
               10 WS-PRI-ARTICLE   PIC X(10).
               10 WS-PRI-DEPOT     PIC X(05).
               10 WS-PRI-LOT       PIC X(10).

       77  WS-IDX-PRI           PIC 9(03) VALUE 1.
       77  WS-MAX-PRISES        PIC 9(03) VALUE 200.
       77  WS-NB-PRISES         PIC 9(03) VALUE 0.
      *Prises les plus anciennes ecartees quand le registre
      *depasse la table : seules les plus recentes sont gardees.
       77  WS-NB-PRISES-ECARTEES PIC 9(05) VALUE 0.
       77  WS-FIN-REG-ALLOC     PIC X     VALUE "N".
       77  WS-REG-ALLOC-STATUS  PIC X(02) VALUE SPACES.

      *Lot et depot d'origine retenus pour le retour en cours.
       77  WS-RET-LOT           PIC X(10) VALUE SPACES.
       77  WS-RET-DEPOT         PIC X(05) VALUE SPACES.

      *Prix en vigueur a la date du jour, tires de la fiche
      *article (promotion appliquee quand sa fenetre couvre le
      *jour) : une entree par article, cle le numero.
           05 WS-PRODUIT OCCURS 50 TIMES.
             10 WS-PRODUIT-NOM   PIC X(10).
             10 WS-PRODUIT-PRIX  PIC 9(02)V99.
             10 WS-PRODUIT-CATEG PIC X(10).

       77  WS-INDEX-PRODUIT    PIC 9(02) VALUE 1.
       77  WS-MAX-CATALOGUE    PIC 9(02) VALUE 50.
       77  WS-NB-PRODUITS      PIC 9(02) VALUE 0.
       77  WS-PRIX-EFFECTIF    PIC 9(02)V99 VALUE 0.

      *Registre des avoirs : dernier numero attribue, et categorie
      *de l'article de l'avoir en cours.
       77  WS-FIN-REG-AVOIRS   PIC X(01) VALUE "N".
       77  WS-REG-AVOIRS-STATUS PIC X(02) VALUE SPACES.
       77  WS-NUMERO-AVOIR     PIC 9(06) VALUE 0.
       77  WS-CATEG-AVOIR      PIC X(10) VALUE SPACES.

      *Date du jour AAAAMMJJ, pour retenir le prix en vigueur.
       01  WS-DATE-SYS         PIC X(21).
       77  WS-DATE-JOUR        PIC 9(08) VALUE 0.

      *Date portee au registre des avoirs : la date du jour,
      *reportee au premier jour de la periode ouverte si le mois
      *du jour est deja clos.
       77  WS-DATE-COMPTABLE   PIC 9(08) VALUE 0.
       77  WS-PERIODE-STATUT   PIC X(02) VALUE SPACES.

      *Synthese des retours par motif.
       01  WS-TABLE-MOTIFS.
           05 WS-MOTIF-ENT OCCURS 20 TIMES.
       01  WS-MV-QTE           PIC S9(05) VALUE 0.
       01  WS-MV-TYPE          PIC X(10) VALUE SPACES.
       01  WS-MV-SOURCE        PIC X(10) VALUE "retours".
       01  WS-MV-REFERENCE     PIC X(10) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme MouvSolde,
      *qui consigne chaque variation de solde client au journal
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           MOVE WS-DATE-JOUR TO WS-DATE-COMPTABLE.
           CALL "Periode" USING WS-DATE-COMPTABLE WS-PERIODE-STATUT.
           IF WS-PERIODE-STATUT = "10"
               DISPLAY "ATTENTION : le mois du " WS-DATE-JOUR
                       " est clos, avoirs dates du "
                       WS-DATE-COMPTABLE
           END-IF.

           PERFORM 0150-READ-INVENTAIRE-START
           THRU    0150-READ-INVENTAIRE-END.

           PERFORM 0200-READ-CATALOGUE-START
           THRU    0200-READ-CATALOGUE-END.

           PERFORM 0250-NUMERO-AVOIR-START
           THRU    0250-NUMERO-AVOIR-END.

           PERFORM 0300-TRAITER-RETOURS-START
           THRU    0300-TRAITER-RETOURS-END.


           COMPUTE WS-NB-ARTICLE-LUS = WS-INDEX - 1.

           OPEN INPUT FICHIER-LOTS.
           IF WS-LOTS-STATUS = "00"
               PERFORM UNTIL WS-FIN-LOTS = "Y"
                   READ FICHIER-LOTS
                       AT END
                           MOVE "Y" TO WS-FIN-LOTS
                       NOT AT END
                           IF WS-NB-LOTS < WS-MAX-LOTS
                               ADD 1 TO WS-NB-LOTS
                               MOVE F-LOT-ARTICLE TO
                                    WS-LOT-ARTICLE(WS-NB-LOTS)
                               MOVE F-LOT-DEPOT   TO
                                    WS-LOT-DEPOT(WS-NB-LOTS)
                               MOVE F-LOT-NUMERO  TO
                                    WS-LOT-NUMERO(WS-NB-LOTS)
                               MOVE F-LOT-DLC     TO
                                    WS-LOT-DLC(WS-NB-LOTS)
                               MOVE F-LOT-QTE     TO
                                    WS-LOT-QTE(WS-NB-LOTS)
                           ELSE
      *Table pleine : lots.txt serait reecrit ampute, rien n'est
      *traite, arret avant toute ecriture.
                               DISPLAY "ERREUR : plus de "
                                       WS-MAX-LOTS " lignes dans"
                                       " lots.txt, retours refuses"
                               CLOSE FICHIER-LOTS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-LOTS.

      *Seules les prises portant un lot servent a retrouver
      *l'origine d'un retour. Table pleine, la plus ancienne est
      *ecartee (les suivantes remontent d'un rang) : ce sont les
      *prises recentes qui servent aux retours.
           OPEN INPUT FICHIER-REG-ALLOC.
           IF WS-REG-ALLOC-STATUS = "00"
               PERFORM UNTIL WS-FIN-REG-ALLOC = "Y"
                   READ FICHIER-REG-ALLOC
                       AT END
                           MOVE "Y" TO WS-FIN-REG-ALLOC
                       NOT AT END
                           IF F-RA-LOT NOT = SPACES
                               IF WS-NB-PRISES < WS-MAX-PRISES
                                   ADD 1 TO WS-NB-PRISES
                               ELSE
                                   PERFORM VARYING WS-IDX-PRI
                                           FROM 1 BY 1
                                           UNTIL WS-IDX-PRI >=
                                                 WS-MAX-PRISES
                                       MOVE WS-PRISE(WS-IDX-PRI + 1)
                                         TO WS-PRISE(WS-IDX-PRI)
                                   END-PERFORM
                                   ADD 1 TO WS-NB-PRISES-ECARTEES
                               END-IF
                               MOVE F-RA-CLIENT  TO
                                    WS-PRI-CLIENT(WS-NB-PRISES)
                               MOVE F-RA-ARTICLE TO
                                    WS-PRI-ARTICLE(WS-NB-PRISES)
                               MOVE F-RA-DEPOT   TO
                                    WS-PRI-DEPOT(WS-NB-PRISES)
                               MOVE F-RA-LOT     TO
                                    WS-PRI-LOT(WS-NB-PRISES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REG-ALLOC.

           IF WS-NB-PRISES-ECARTEES > 0
               DISPLAY "ATTENTION : registre-allocations.txt depasse "
                       WS-MAX-PRISES " prises loties, les "
                       WS-NB-PRISES-ECARTEES " plus anciennes sont"
                       " ignorees pour l'origine des retours"
           END-IF.

           EXIT.
       0150-READ-INVENTAIRE-END.

                               TO WS-PRODUIT-NOM(WS-NB-PRODUITS)
                           MOVE WS-PRIX-EFFECTIF
                               TO WS-PRODUIT-PRIX(WS-NB-PRODUITS)
                           MOVE F-ART-CATEGORIE
                               TO WS-PRODUIT-CATEG(WS-NB-PRODUITS)
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       0200-READ-CATALOGUE-END.

      *Dernier numero d'avoir attribue au registre.
       0250-NUMERO-AVOIR-START.

           OPEN INPUT FICHIER-REG-AVOIRS.

      *Statut 05 : fichier optionnel absent, premier avoir.
           IF WS-REG-AVOIRS-STATUS = "00" OR
              WS-REG-AVOIRS-STATUS = "05"
               PERFORM UNTIL WS-FIN-REG-AVOIRS = "O"
                   READ FICHIER-REG-AVOIRS
                       AT END
                           MOVE "O" TO WS-FIN-REG-AVOIRS
                       NOT AT END
                           IF F-RAV-NUMERO > WS-NUMERO-AVOIR
                               MOVE F-RAV-NUMERO TO WS-NUMERO-AVOIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REG-AVOIRS
           END-IF.

           EXIT.
       0250-NUMERO-AVOIR-END.


       0300-TRAITER-RETOURS-START.

           OPEN INPUT  FICHIER-RETOURS.
           OPEN OUTPUT FICHIER-AVOIRS.
           OPEN EXTEND FICHIER-REG-AVOIRS.
      *Le fichier maitre reste ouvert en mise a jour pendant le
      *traitement : lecture par cle, REWRITE du credit.
           OPEN I-O    FICHIER-CLIENT.

           CLOSE FICHIER-RETOURS.
           CLOSE FICHIER-AVOIRS.
           CLOSE FICHIER-REG-AVOIRS.
           CLOSE FICHIER-CLIENT.

           EXIT.
               END-IF
           END-PERFORM.

           PERFORM 0450-LOT-ORIGINE-START
           THRU    0450-LOT-ORIGINE-END.

           IF WS-CLIENT-TROUVE = "N"
               DISPLAY "REJET : client " F-RET-CLIENT
                       " inconnu (retour " F-RET-ARTICLE ")"
           EXIT.
       0400-VALIDER-END.

      *Lot d'origine du retour : celui de la ligne, sinon la
      *derniere prise lotie du client sur l'article. Le depot de
      *ce lot devient le depot receveur quand l'inventaire porte
      *le couple article/depot ; a defaut, le premier depot
      *recoit la marchandise, sans lot.
       0450-LOT-ORIGINE-START.

           MOVE SPACES TO WS-RET-LOT.
           MOVE SPACES TO WS-RET-DEPOT.
           MOVE 0      TO WS-LOT-TROUVE.

           IF WS-ARTICLE-TROUVE = 0
               GO TO 0450-LOT-ORIGINE-END
           END-IF.

           IF F-RET-LOT NOT = SPACES
               MOVE F-RET-LOT TO WS-RET-LOT
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   IF WS-LOT-ARTICLE(WS-IDX-LOT) = F-RET-ARTICLE AND
                      WS-LOT-NUMERO(WS-IDX-LOT) = F-RET-LOT AND
                      WS-LOT-TROUVE = 0
                       MOVE WS-IDX-LOT TO WS-LOT-TROUVE
                       MOVE WS-LOT-DEPOT(WS-IDX-LOT) TO WS-RET-DEPOT
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IDX-PRI FROM 1 BY 1
                       UNTIL WS-IDX-PRI > WS-NB-PRISES
                   IF WS-PRI-CLIENT(WS-IDX-PRI) = F-RET-CLIENT AND
                      WS-PRI-ARTICLE(WS-IDX-PRI) = F-RET-ARTICLE
                       MOVE WS-PRI-LOT(WS-IDX-PRI)   TO WS-RET-LOT
                       MOVE WS-PRI-DEPOT(WS-IDX-PRI) TO WS-RET-DEPOT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   IF WS-RET-LOT NOT = SPACES AND
                      WS-LOT-ARTICLE(WS-IDX-LOT) = F-RET-ARTICLE AND
                      WS-LOT-DEPOT(WS-IDX-LOT) = WS-RET-DEPOT AND
                      WS-LOT-NUMERO(WS-IDX-LOT) = WS-RET-LOT
                       MOVE WS-IDX-LOT TO WS-LOT-TROUVE
                   END-IF
               END-PERFORM
           END-IF.

      *Un lot inconnu de lots.txt (epuise puis perime) ne peut
      *plus etre recompose : la marchandise rentre sans lot.
           IF WS-LOT-TROUVE = 0
               IF WS-RET-LOT NOT = SPACES
                   DISPLAY "ATTENTION : lot " WS-RET-LOT " article "
                           F-RET-ARTICLE " introuvable, retour"
                           " rentre sans lot"
               END-IF
               GO TO 0450-LOT-ORIGINE-END
           END-IF.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
               IF WS-ARTICLE(WS-INDEX) = F-RET-ARTICLE AND
                  WS-DEPOT(WS-INDEX) = WS-RET-DEPOT
                   MOVE WS-INDEX TO WS-ARTICLE-TROUVE
               END-IF
           END-PERFORM.

           IF WS-DEPOT(WS-ARTICLE-TROUVE) NOT = WS-RET-DEPOT
               MOVE 0 TO WS-LOT-TROUVE
           END-IF.

           EXIT.
       0450-LOT-ORIGINE-END.

      *Retour valide : la quantite revendable (tout motif sauf
      *DEFAUT) retourne en stock, l'avoir est emis au prix du
      *catalogue et recredite le solde du client, et le motif est
                   MOVE "RETOUR"      TO WS-MV-TYPE
                   CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                          WS-MV-TYPE WS-MV-SOURCE
                                          WS-MV-REFERENCE
               END-IF
               IF WS-LOT-TROUVE > 0 AND WS-MV-QTE > 0
                   IF WS-LOT-QTE(WS-LOT-TROUVE) + WS-MV-QTE > 99999
                       MOVE 99999 TO WS-LOT-QTE(WS-LOT-TROUVE)
                   ELSE
                       ADD WS-MV-QTE TO WS-LOT-QTE(WS-LOT-TROUVE)
                   END-IF
                   MOVE "O" TO WS-LOT-MODIFIE
               END-IF
           END-IF.

           MOVE 0      TO WS-PRIX-UNITAIRE.
           MOVE SPACES TO WS-ARTICLE-CLE.
           MOVE "DIVERS" TO WS-CATEG-AVOIR.
           MOVE F-RET-ARTICLE TO WS-ARTICLE-CLE.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
                   UNTIL WS-INDEX-PRODUIT > WS-NB-PRODUITS
               IF WS-PRODUIT-NOM(WS-INDEX-PRODUIT) = WS-ARTICLE-CLE
                   MOVE WS-PRODUIT-PRIX(WS-INDEX-PRODUIT)
                        TO WS-PRIX-UNITAIRE
                   MOVE WS-PRODUIT-CATEG(WS-INDEX-PRODUIT)
                        TO WS-CATEG-AVOIR
               END-IF
           END-PERFORM.

           CALL "MouvSolde" USING WS-MVS-CLIENT WS-MVS-MONTANT
                                  WS-MVS-SOURCE WS-MVS-REFERENCE.

           ADD 1 TO WS-NUMERO-AVOIR.

           MOVE SPACES TO F-AVOIR.
           STRING "Avoir client " F-RET-CLIENT
                  " article " F-RET-ARTICLE
                  " quantite " F-RET-QTE
                  " montant " WS-MONTANT-AVOIR
                  " motif " F-RET-MOTIF
                  " no " WS-NUMERO-AVOIR
                  DELIMITED BY SIZE INTO F-AVOIR.
           WRITE F-AVOIR.

           MOVE SPACES           TO F-REG-AVOIR.
           MOVE WS-NUMERO-AVOIR  TO F-RAV-NUMERO.
           MOVE WS-DATE-COMPTABLE TO F-RAV-DATE.
           MOVE F-RET-CLIENT     TO F-RAV-CLIENT.
           MOVE F-RET-ARTICLE    TO F-RAV-ARTICLE.
           MOVE WS-CATEG-AVOIR   TO F-RAV-CATEGORIE.
           MOVE F-RET-QTE        TO F-RAV-QTE.
           MOVE WS-MONTANT-AVOIR TO F-RAV-MONTANT.
           MOVE F-RET-MOTIF      TO F-RAV-MOTIF.
           MOVE 0                TO F-RAV-IMPUTE.
           MOVE "O"              TO F-RAV-STATUT.
           WRITE F-REG-AVOIR.
           IF WS-REG-AVOIRS-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture registre-avoirs.txt en"
                       " echec, statut " WS-REG-AVOIRS-STATUS
           END-IF.

           PERFORM 0550-CUMULER-MOTIF-START
           THRU    0550-CUMULER-MOTIF-END.

           EXIT.
       0600-SYNTHESE-MOTIFS-END.

      *Reecrit inventaire.txt (stocks recompletes) et lots.txt
      *s'il a bouge. Les soldes clients sont deja persistes fiche
      *par fiche par le REWRITE de 0500.
       0700-REECRIRE-STOCKS-START.

      *Sauvegarde a generations de l'inventaire avant de le

           CLOSE FICHIER-INVENTAIRE.

           IF WS-LOT-MODIFIE = "O"
               MOVE "lots.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               OPEN OUTPUT FICHIER-LOTS
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   MOVE SPACES                     TO F-LOT
                   MOVE WS-LOT-ARTICLE(WS-IDX-LOT) TO F-LOT-ARTICLE
                   MOVE WS-LOT-DEPOT(WS-IDX-LOT)   TO F-LOT-DEPOT
                   MOVE WS-LOT-NUMERO(WS-IDX-LOT)  TO F-LOT-NUMERO
                   MOVE WS-LOT-DLC(WS-IDX-LOT)     TO F-LOT-DLC
                   MOVE WS-LOT-QTE(WS-IDX-LOT)     TO F-LOT-QTE
                   WRITE F-LOT
               END-PERFORM
               CLOSE FICHIER-LOTS
           END-IF.

           EXIT.
       0700-REECRIRE-STOCKS-END.

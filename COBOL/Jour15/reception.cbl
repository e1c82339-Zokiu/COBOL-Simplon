      *jamais commande) sont reportes dans un fichier d'ecarts.
      *C'est la moitie manquante du cycle de reapprovisionnement
      *ouvert par rupture.
      *Une ligne de livraison peut porter un numero de lot et sa
      *date limite de consommation : la quantite postee est alors
      *rangee dans ce lot (lots.txt) au depot qui la recoit.
      *Chaque entree en stock met a jour le cout moyen pondere
      *(PMP) de l'article dans couts.txt, au prix de reference du
      *fournisseur de la commande (fournisseurs.txt, le prix que
      *rapprofact exige sur la facture).
      *Le fournisseur livre et facture dans l'unite d'achat de
      *l'article (carton, palette...) : la quantite livree est
      *convertie en unites de vente, celles du stock, par le
      *facteur de la fiche article (articles.txt) avant d'entrer
      *en stock, et le prix d'achat ramene a l'unite de vente pour
      *le PMP. Le registre reste tenu en unites d'achat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Stock par lot sous chaque couple article/depot. OPTIONAL :
      *cree a la premiere livraison lotie.
       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTS-STATUS.

      *Referentiel articles, pour le facteur de conversion unite
      *d'achat / unite de vente. OPTIONAL : sans referentiel, une
      *unite d'achat vaut une unite de vente.
       SELECT OPTIONAL FICHIER-ARTICLES ASSIGN TO "articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARTICLES-STATUS.

      *Prix de reference par couple fournisseur/article.
       SELECT OPTIONAL FICHIER-FOURNISSEURS ASSIGN TO
           "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOURN-STATUS.

      *Cout moyen pondere par article. OPTIONAL : cree a la
      *premiere reception valorisee.
       SELECT OPTIONAL FICHIER-COUTS ASSIGN TO "couts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUTS-STATUS.

       SELECT FICHIER-ECARTS ASSIGN TO "ecarts-livraison.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Nomenclatures des kits tenues pour Commande : un reliquat
      *sur un kit est servi par ses composants. OPTIONAL : sans
      *nomenclature, aucun article n'est un kit.
       SELECT OPTIONAL FICHIER-NOMENCLATURES ASSIGN TO
           "nomenclatures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOMENCLATURES-STATUS.

      *Reliquats clients ecrits par Commande : les quantites en
      *attente sont servies sur le stock tout juste recu, et le
      *fichier est reecrit avec le reste encore ouvert. OPTIONAL :
           05 F-LIVR-ARTICLE    PIC X(10).
           05 FILLER            PIC X(01).
           05 F-LIVR-QTE        PIC 9(03).
      *Lot et date limite AAAAMMJJ, a blanc pour une marchandise
      *sans lot.
           05 FILLER            PIC X(01).
           05 F-LIVR-LOT        PIC X(10).
           05 FILLER            PIC X(01).
           05 F-LIVR-DLC        PIC X(08).
           05 F-LIVR-DLC-N REDEFINES F-LIVR-DLC PIC 9(08).

      *Meme decoupage que le FD FICHIER-REGISTRE de rupture, qui
      *tient ce registre : numero, date d'emission, article,
           05 FILLER            PIC X(01).
           05 F-DEPOT           PIC X(05).

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

      *Meme decoupage que le FD du programme articles, qui tient
      *ce referentiel ; seuls l'article et le facteur servent ici.
       FD FICHIER-ARTICLES.
       01  F-ART.
           05 F-ART-NUMERO      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ART-DESIGNATION PIC X(20).
           05 FILLER            PIC X(01).
           05 F-ART-CATEGORIE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ART-UNITE       PIC X(04).
           05 FILLER            PIC X(01).
           05 F-ART-SEUIL       PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-ART-FOURN       PIC X(08).
           05 FILLER            PIC X(01).
           05 F-ART-ACTIF       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-ART-PRIX        PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-ART-PROMO       PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-ART-PROMO-DEBUT PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-ART-PROMO-FIN   PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-ART-UNITE-ACHAT PIC X(04).
           05 FILLER            PIC X(01).
           05 F-ART-FACTEUR     PIC 9(03).

       FD FICHIER-FOURNISSEURS.
       01  F-FOURNISSEUR.
           05 F-FOURN-CODE      PIC X(08).
           05 FILLER            PIC X(01).
           05 F-FOURN-NOM       PIC X(15).
           05 FILLER            PIC X(01).
           05 F-FOURN-ARTICLE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-FOURN-PRIX      PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 F-FOURN-DELAI     PIC 9(02).

      *Une ligne par article : cout moyen pondere et date de sa
      *derniere mise a jour.
       FD FICHIER-COUTS.
       01  F-COUT.
           05 F-CT-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CT-PMP          PIC 9(04)V9999.
           05 FILLER            PIC X(01).
           05 F-CT-DATE         PIC 9(08).

       FD FICHIER-ECARTS.
       01  F-ECART              PIC X(70).
      *En-tête d'audit (date/heure d'exécution).
           05 FILLER            PIC X(01).
           05 F-RCP-DATE-CMD    PIC 9(08).

      *Meme decoupage que le FD de Commande.
       FD FICHIER-NOMENCLATURES.
       01  F-NOMENCLATURE.
           05 F-NOM-KIT         PIC X(10).
           05 FILLER            PIC X(01).
           05 F-NOM-COMPOSANT   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-NOM-QTE         PIC 9(03).

      *Meme decoupage que le FD FICHIER-RELIQUATS de Commande, qui
      *a ecrit ce fichier.
       FD FICHIER-RELIQUATS.
       77  WS-QTE-LIBEREE       PIC 9(04) VALUE 0.
       77  WS-NB-LIBERES        PIC 9(02) VALUE 0.

      *Nomenclatures des kits, et service d'un reliquat de kit :
      *kits servables (le composant le plus court decide), stock
      *disponible et kits couverts par le composant examine, reste
      *a sortir pour ce composant.
       01  WS-TABLE-NOMENCLATURES.
           05 WS-NOMENC OCCURS 50 TIMES.
               10 WS-NOM-KIT       PIC X(10).
               10 WS-NOM-COMPOSANT PIC X(10).
               10 WS-NOM-QTE       PIC 9(03).

       77  WS-IDX-NOM           PIC 9(02) VALUE 1.
       77  WS-MAX-NOM           PIC 9(02) VALUE 50.
       77  WS-NB-NOM            PIC 9(02) VALUE 0.
       77  WS-FIN-NOM           PIC X     VALUE "N".
       77  WS-NOMENCLATURES-STATUS PIC X(02) VALUE SPACES.
       77  WS-EST-KIT           PIC X(01) VALUE "N".
       77  WS-KITS-SERVABLES    PIC 9(04) VALUE 0.
       77  WS-DISPO-COMPOSANT   PIC 9(06) VALUE 0.
       77  WS-KITS-COMPOSANT    PIC 9(06) VALUE 0.
       77  WS-COMPOSANT-SUIVI   PIC X(01) VALUE "N".
       77  WS-QTE-COMPOSANT     PIC 9(06) VALUE 0.
       77  WS-QTE-SORTIE        PIC 9(06) VALUE 0.

      *Lots en stock : alimentes par les livraisons loties,
      *entames par les reliquats servis (date limite la plus
      *proche d'abord).
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
       77  WS-LOT-MODIFIE       PIC X(01) VALUE "N".
       77  WS-LOT-RETENU        PIC 9(03) VALUE 0.
       77  WS-QTE-LOT           PIC 9(05) VALUE 0.
       77  WS-QTE-A-SORTIR      PIC 9(04) VALUE 0.
       77  WS-PART-LOT          PIC 9(04) VALUE 0.

      *Facteur unite d'achat / unite de vente des articles dont
      *le facteur differe de 1.
       01  WS-TABLE-FACTEURS.
           05 WS-FACT OCCURS 50 TIMES.
               10 WS-FACT-ARTICLE  PIC X(10).
               10 WS-FACT-VALEUR   PIC 9(03).

       77  WS-IDX-FACT          PIC 9(02) VALUE 1.
       77  WS-MAX-FACT          PIC 9(02) VALUE 50.
       77  WS-NB-FACT           PIC 9(02) VALUE 0.
       77  WS-FIN-ART           PIC X     VALUE "N".
       77  WS-ARTICLES-STATUS   PIC X(02) VALUE SPACES.
      *Facteur de l'article livre et quantite livree convertie en
      *unites de vente.
       77  WS-FACTEUR-LIVR      PIC 9(03) VALUE 1.
       77  WS-QTE-POSTEE        PIC 9(06) VALUE 0.

      *Prix de reference des fournisseurs.
       01  WS-TABLE-FOURN.
           05 WS-FOURN OCCURS 50 TIMES.
               10 WS-FOURN-CODE    PIC X(08).
               10 WS-FOURN-ARTICLE PIC X(10).
               10 WS-FOURN-PRIX    PIC 9(04)V99.

       77  WS-IDX-FOURN         PIC 9(02) VALUE 1.
       77  WS-MAX-FOURN         PIC 9(02) VALUE 50.
       77  WS-NB-FOURN          PIC 9(02) VALUE 0.
       77  WS-FIN-FOURN         PIC X     VALUE "N".
       77  WS-FOURN-STATUS      PIC X(02) VALUE SPACES.

      *Couts moyens ponderes, reecrits si une reception les a
      *bouges.
       01  WS-TABLE-COUTS.
           05 WS-COUT OCCURS 50 TIMES.
               10 WS-CT-ARTICLE    PIC X(10).
               10 WS-CT-PMP        PIC 9(04)V9999.
               10 WS-CT-DATE       PIC 9(08).

       77  WS-IDX-CT            PIC 9(02) VALUE 1.
       77  WS-MAX-COUTS         PIC 9(02) VALUE 50.
       77  WS-NB-COUTS          PIC 9(02) VALUE 0.
       77  WS-FIN-COUTS         PIC X     VALUE "N".
       77  WS-COUTS-STATUS      PIC X(02) VALUE SPACES.
       77  WS-COUTS-MODIFIE     PIC X(01) VALUE "N".
       77  WS-CT-TROUVE         PIC 9(02) VALUE 0.
      *Calcul du PMP : prix d'achat retenu, stock de l'article
      *avant et apres l'entree.
       77  WS-PRIX-ACHAT        PIC 9(04)V99 VALUE 0.
       77  WS-PRIX-UNITAIRE     PIC 9(04)V9999 VALUE 0.
       77  WS-PRIX-CONNU        PIC X(01) VALUE "N".
       77  WS-STOCK-APRES       PIC 9(07) VALUE 0.
       77  WS-STOCK-AVANT       PIC 9(07) VALUE 0.
       77  WS-IDX-STK           PIC 9(02) VALUE 1.

      *Journal des receptions : statut et date du jour AAAAMMJJ
      *estampillee sur chaque ligne ecrite.
       77  WS-RECEPTIONS-STATUS PIC X(02) VALUE SPACES.
       01  WS-MV-QTE           PIC S9(05) VALUE 0.
       01  WS-MV-TYPE          PIC X(10) VALUE SPACES.
       01  WS-MV-SOURCE        PIC X(10) VALUE "reception".
       01  WS-MV-REFERENCE     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.


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
                                       " lots.txt, receptions refusees"
                               CLOSE FICHIER-LOTS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-LOTS.

           OPEN INPUT FICHIER-FOURNISSEURS.
           IF WS-FOURN-STATUS = "00"
               PERFORM UNTIL WS-FIN-FOURN = "Y"
                   READ FICHIER-FOURNISSEURS
                       AT END
                           MOVE "Y" TO WS-FIN-FOURN
                       NOT AT END
                           IF WS-NB-FOURN < WS-MAX-FOURN
                               ADD 1 TO WS-NB-FOURN
                               MOVE F-FOURN-CODE    TO
                                    WS-FOURN-CODE(WS-NB-FOURN)
                               MOVE F-FOURN-ARTICLE TO
                                    WS-FOURN-ARTICLE(WS-NB-FOURN)
                               MOVE F-FOURN-PRIX    TO
                                    WS-FOURN-PRIX(WS-NB-FOURN)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-FOURNISSEURS.

           OPEN INPUT FICHIER-ARTICLES.
           IF WS-ARTICLES-STATUS = "00"
               PERFORM UNTIL WS-FIN-ART = "Y"
                   READ FICHIER-ARTICLES
                       AT END
                           MOVE "Y" TO WS-FIN-ART
                       NOT AT END
                           IF F-ART-FACTEUR IS NUMERIC AND
                              F-ART-FACTEUR > 1
                               IF WS-NB-FACT < WS-MAX-FACT
                                   ADD 1 TO WS-NB-FACT
                                   MOVE F-ART-NUMERO  TO
                                        WS-FACT-ARTICLE(WS-NB-FACT)
                                   MOVE F-ART-FACTEUR TO
                                        WS-FACT-VALEUR(WS-NB-FACT)
                               ELSE
      *Table pleine : les cartons de l'article seraient postes en
      *pieces, rien n'est traite, arret avant toute ecriture.
                                   DISPLAY "ERREUR : plus de "
                                           WS-MAX-FACT " articles a"
                                           " facteur dans"
                                           " articles.txt,"
                                           " receptions refusees"
                                   CLOSE FICHIER-ARTICLES
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-ARTICLES.

           OPEN INPUT FICHIER-COUTS.
           IF WS-COUTS-STATUS = "00"
               PERFORM UNTIL WS-FIN-COUTS = "Y"
                   READ FICHIER-COUTS
                       AT END
                           MOVE "Y" TO WS-FIN-COUTS
                       NOT AT END
                           IF WS-NB-COUTS < WS-MAX-COUTS
                               ADD 1 TO WS-NB-COUTS
                               MOVE F-CT-ARTICLE TO
                                    WS-CT-ARTICLE(WS-NB-COUTS)
                               MOVE F-CT-PMP     TO
                                    WS-CT-PMP(WS-NB-COUTS)
                               MOVE F-CT-DATE    TO
                                    WS-CT-DATE(WS-NB-COUTS)
                           ELSE
      *Table pleine : couts.txt serait reecrit ampute, rien n'est
      *traite, arret avant toute ecriture.
                               DISPLAY "ERREUR : plus de "
                                       WS-MAX-COUTS " lignes dans"
                                       " couts.txt, receptions"
                                       " refusees"
                               CLOSE FICHIER-COUTS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-COUTS.

           EXIT.
       0100-READ-INVENTAIRE-END.

           EXIT.
       0400-LIVRAISONS-END.

      *Ajoute la quantite recue, convertie en unites de vente, au
      *stock de l'article, plafonnee a la capacite du champ F-STOCK
      *de inventaire.txt. La
      *marchandise entre par le premier depot de l'article dans le
      *fichier (le quai de reception est au depot principal) ; les
      *autres depots se peuplent par transferts.
       0450-POSTER-STOCK-START.

           MOVE 1 TO WS-FACTEUR-LIVR.
           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NB-FACT
               IF WS-FACT-ARTICLE(WS-IDX-FACT) = F-LIVR-ARTICLE
                   MOVE WS-FACT-VALEUR(WS-IDX-FACT) TO WS-FACTEUR-LIVR
               END-IF
           END-PERFORM.
           COMPUTE WS-QTE-POSTEE = F-LIVR-QTE * WS-FACTEUR-LIVR.

           MOVE "N" TO WS-DEJA-POSTE.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
      *part au grand livre des mouvements.
                   COMPUTE WS-MV-QTE = 0 - WS-STOCK(WS-INDEX)
                   COMPUTE WS-STOCK-CALCULE =
                           WS-STOCK(WS-INDEX) + WS-QTE-POSTEE
                   IF WS-STOCK-CALCULE > 99999
                       MOVE 99999 TO WS-STOCK(WS-INDEX)
                       DISPLAY "ATTENTION : stock plafonne a 99999"
                   IF WS-MV-QTE NOT = 0
                       MOVE F-LIVR-ARTICLE TO WS-MV-ARTICLE
                       MOVE "LIVRAISON"    TO WS-MV-TYPE
                       MOVE WS-REAP-NUMERO(WS-DERNIERE-LIGNE)
                            TO WS-MV-REFERENCE
                       CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                              WS-MV-TYPE WS-MV-SOURCE
                                              WS-MV-REFERENCE
                   END-IF
                   IF F-LIVR-LOT NOT = SPACES AND WS-MV-QTE > 0
                       PERFORM 0460-RANGER-LOT-START
                       THRU    0460-RANGER-LOT-END
                   END-IF
                   IF WS-MV-QTE > 0
                       PERFORM 0470-PMP-START
                       THRU    0470-PMP-END
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
       0450-POSTER-STOCK-END.

      *La quantite postee (WS-MV-QTE) au depot WS-DEPOT(WS-INDEX)
      *rejoint son lot, cree au premier arrivage. Sans date limite
      *valable, elle reste en stock sans lot et l'ecart est
      *signale.
       0460-RANGER-LOT-START.

           IF F-LIVR-DLC NOT NUMERIC OR F-LIVR-DLC-N = 0
               MOVE SPACES TO F-ECART
               STRING F-LIVR-ARTICLE " lot " F-LIVR-LOT
                      " : DATE LIMITE ABSENTE, recu sans lot"
                      DELIMITED BY SIZE INTO F-ECART
               WRITE F-ECART
               ADD 1 TO WS-NB-ECARTS
               GO TO 0460-RANGER-LOT-END
           END-IF.

           MOVE 0 TO WS-LOT-RETENU.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = F-LIVR-ARTICLE AND
                  WS-LOT-DEPOT(WS-IDX-LOT) = WS-DEPOT(WS-INDEX) AND
                  WS-LOT-NUMERO(WS-IDX-LOT) = F-LIVR-LOT
                   MOVE WS-IDX-LOT TO WS-LOT-RETENU
               END-IF
           END-PERFORM.

           IF WS-LOT-RETENU = 0
               IF WS-NB-LOTS < WS-MAX-LOTS
                   ADD 1 TO WS-NB-LOTS
                   MOVE WS-NB-LOTS         TO WS-LOT-RETENU
                   MOVE F-LIVR-ARTICLE     TO
                        WS-LOT-ARTICLE(WS-LOT-RETENU)
                   MOVE WS-DEPOT(WS-INDEX) TO
                        WS-LOT-DEPOT(WS-LOT-RETENU)
                   MOVE F-LIVR-LOT         TO
                        WS-LOT-NUMERO(WS-LOT-RETENU)
                   MOVE F-LIVR-DLC-N       TO
                        WS-LOT-DLC(WS-LOT-RETENU)
                   MOVE 0                  TO
                        WS-LOT-QTE(WS-LOT-RETENU)
               ELSE
                   DISPLAY "ATTENTION : lot " F-LIVR-LOT
                           " non enregistre, WS-MAX-LOTS depasse"
                   GO TO 0460-RANGER-LOT-END
               END-IF
           END-IF.

           IF WS-LOT-QTE(WS-LOT-RETENU) + WS-MV-QTE > 99999
               MOVE 99999 TO WS-LOT-QTE(WS-LOT-RETENU)
           ELSE
               ADD WS-MV-QTE TO WS-LOT-QTE(WS-LOT-RETENU)
           END-IF.
           MOVE "O" TO WS-LOT-MODIFIE.

           EXIT.
       0460-RANGER-LOT-END.

      *Cout moyen pondere apres l'entree de WS-MV-QTE unites :
      *(stock avant x PMP + quantite x prix) / stock apres, tous
      *depots confondus. Le prix est celui du fournisseur de la
      *derniere ligne de commande touchee, a defaut le premier
      *fournisseur connu de l'article. Sans stock avant ou sans
      *PMP connu, le prix d'achat devient le PMP. Le prix du
      *fournisseur est celui de l'unite d'achat : il est ramene a
      *l'unite de vente par le facteur de l'article.
       0470-PMP-START.

           MOVE "N" TO WS-PRIX-CONNU.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
               IF WS-FOURN-ARTICLE(WS-IDX-FOURN) = F-LIVR-ARTICLE
                   IF WS-FOURN-CODE(WS-IDX-FOURN) =
                            WS-REAP-FOURN(WS-DERNIERE-LIGNE)
                       MOVE WS-FOURN-PRIX(WS-IDX-FOURN)
                            TO WS-PRIX-ACHAT
                       MOVE "O" TO WS-PRIX-CONNU
                   ELSE
                       IF WS-PRIX-CONNU = "N"
                           MOVE WS-FOURN-PRIX(WS-IDX-FOURN)
                                TO WS-PRIX-ACHAT
                           MOVE "D" TO WS-PRIX-CONNU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-PRIX-CONNU = "N"
               MOVE SPACES TO F-ECART
               STRING F-LIVR-ARTICLE
                      " : PRIX FOURNISSEUR INCONNU, PMP inchange"
                      DELIMITED BY SIZE INTO F-ECART
               WRITE F-ECART
               ADD 1 TO WS-NB-ECARTS
               GO TO 0470-PMP-END
           END-IF.

           COMPUTE WS-PRIX-UNITAIRE ROUNDED =
                   WS-PRIX-ACHAT / WS-FACTEUR-LIVR.

           MOVE 0 TO WS-STOCK-APRES.
           PERFORM VARYING WS-IDX-STK FROM 1 BY 1
                   UNTIL WS-IDX-STK > WS-NB-ARTICLE-LUS
               IF WS-ARTICLE(WS-IDX-STK) = F-LIVR-ARTICLE
                   ADD WS-STOCK(WS-IDX-STK) TO WS-STOCK-APRES
               END-IF
           END-PERFORM.
           COMPUTE WS-STOCK-AVANT = WS-STOCK-APRES - WS-MV-QTE.

           MOVE 0 TO WS-CT-TROUVE.
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-NB-COUTS
               IF WS-CT-ARTICLE(WS-IDX-CT) = F-LIVR-ARTICLE
                   MOVE WS-IDX-CT TO WS-CT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CT-TROUVE = 0
               IF WS-NB-COUTS < WS-MAX-COUTS
                   ADD 1 TO WS-NB-COUTS
                   MOVE WS-NB-COUTS    TO WS-CT-TROUVE
                   MOVE F-LIVR-ARTICLE TO WS-CT-ARTICLE(WS-CT-TROUVE)
                   MOVE 0              TO WS-STOCK-AVANT
               ELSE
                   DISPLAY "ATTENTION : PMP de " F-LIVR-ARTICLE
                           " non tenu, WS-MAX-COUTS depasse"
                   GO TO 0470-PMP-END
               END-IF
           END-IF.

           IF WS-STOCK-AVANT = 0
               MOVE WS-PRIX-UNITAIRE TO WS-CT-PMP(WS-CT-TROUVE)
           ELSE
               COMPUTE WS-CT-PMP(WS-CT-TROUVE) ROUNDED =
                       (WS-STOCK-AVANT * WS-CT-PMP(WS-CT-TROUVE) +
                        WS-MV-QTE * WS-PRIX-UNITAIRE) /
                       WS-STOCK-APRES
           END-IF.
           MOVE WS-DATE-JOUR TO WS-CT-DATE(WS-CT-TROUVE).
           MOVE "O" TO WS-COUTS-MODIFIE.

           EXIT.
       0470-PMP-END.

      *Journal des receptions : chaque ligne de commande touchee
      *par la livraison est estampillee de la date du jour, avec
      *les quantites commandee et livree et la date d'emission de
               CLOSE FICHIER-RELIQUATS
           END-IF.

           OPEN INPUT FICHIER-NOMENCLATURES.
           IF WS-NOMENCLATURES-STATUS = "00"
               PERFORM UNTIL WS-FIN-NOM = "Y"
                   READ FICHIER-NOMENCLATURES
                       AT END
                           MOVE "Y" TO WS-FIN-NOM
                       NOT AT END
                           IF WS-NB-NOM < WS-MAX-NOM
                               ADD 1 TO WS-NB-NOM
                               MOVE F-NOM-KIT       TO
                                    WS-NOM-KIT(WS-NB-NOM)
                               MOVE F-NOM-COMPOSANT TO
                                    WS-NOM-COMPOSANT(WS-NB-NOM)
                               MOVE F-NOM-QTE       TO
                                    WS-NOM-QTE(WS-NB-NOM)
                           ELSE
                               DISPLAY "ATTENTION : nomenclatures.txt"
                                       " tronque, WS-MAX-NOM depasse"
                               MOVE "Y" TO WS-FIN-NOM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-NOMENCLATURES.

           EXIT.
       0520-LIRE-RELIQUATS-END.

      *Libere les reliquats clients sur le stock tout juste recu,
      *les plus anciens d'abord : la quantite servable est deduite
      *du stock et reportee au rapport des ecarts, le reste encore
      *ouvert est reecrit dans reliquats.txt. Un reliquat sur un
      *kit est servi par ses composants (0555).
       0550-SERVIR-RELIQUATS-START.

           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL WS-IDX-REL > WS-NB-REL-LUS
               MOVE WS-REL-NUMERO(WS-IDX-REL) TO WS-MV-REFERENCE
               MOVE "N" TO WS-EST-KIT
               PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                       UNTIL WS-IDX-NOM > WS-NB-NOM
                   IF WS-NOM-KIT(WS-IDX-NOM) =
                                  WS-REL-ARTICLE(WS-IDX-REL)
                       MOVE "O" TO WS-EST-KIT
                   END-IF
               END-PERFORM
               IF WS-EST-KIT = "O" AND WS-REL-QTE(WS-IDX-REL) > 0
                   PERFORM 0555-SERVIR-KIT-START
                   THRU    0555-SERVIR-KIT-END
               END-IF
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
                   IF WS-EST-KIT = "N" AND
                      WS-ARTICLE(WS-INDEX) =
                                  WS-REL-ARTICLE(WS-IDX-REL) AND
                      WS-REL-QTE(WS-IDX-REL) > 0 AND
                      WS-STOCK(WS-INDEX) > 0
                       SUBTRACT WS-QTE-LIBEREE FROM
                                WS-REL-QTE(WS-IDX-REL)
                       ADD 1 TO WS-NB-LIBERES
                       MOVE WS-QTE-LIBEREE TO WS-QTE-A-SORTIR
                       PERFORM 0560-SORTIR-LOT-START
                       THRU    0560-SORTIR-LOT-END
                           UNTIL WS-QTE-A-SORTIR = 0
      *La sortie de stock du reliquat servi part au grand livre
      *des mouvements.
                       MOVE WS-ARTICLE(WS-INDEX) TO WS-MV-ARTICLE
                       MOVE "RELIQUAT" TO WS-MV-TYPE
                       CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                              WS-MV-TYPE WS-MV-SOURCE
                                              WS-MV-REFERENCE
                       MOVE SPACES TO F-ECART
                       STRING WS-REL-ARTICLE(WS-IDX-REL)
                              " reliquat cde "
           EXIT.
       0550-SERVIR-RELIQUATS-END.

      *Sert le reliquat de kit WS-IDX-REL : autant de kits que le
      *composant le plus court le permet (stock de tous les
      *depots ; un composant absent de l'inventaire n'est pas
      *suivi et ne limite rien). Chaque composant est pris depot
      *par depot dans l'ordre du fichier, lots compris, et sort au
      *grand livre sous le type KIT avec le numero de commande.
       0555-SERVIR-KIT-START.

           MOVE WS-REL-QTE(WS-IDX-REL) TO WS-KITS-SERVABLES.

           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-NB-NOM
               IF WS-NOM-KIT(WS-IDX-NOM) = WS-REL-ARTICLE(WS-IDX-REL)
                  AND WS-NOM-QTE(WS-IDX-NOM) > 0
                   MOVE 0   TO WS-DISPO-COMPOSANT
                   MOVE "N" TO WS-COMPOSANT-SUIVI
                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                           UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
                       IF WS-ARTICLE(WS-INDEX) =
                                         WS-NOM-COMPOSANT(WS-IDX-NOM)
                           MOVE "O" TO WS-COMPOSANT-SUIVI
                           ADD WS-STOCK(WS-INDEX) TO WS-DISPO-COMPOSANT
                       END-IF
                   END-PERFORM
                   IF WS-COMPOSANT-SUIVI = "O"
                       DIVIDE WS-NOM-QTE(WS-IDX-NOM)
                              INTO WS-DISPO-COMPOSANT
                              GIVING WS-KITS-COMPOSANT
                       IF WS-KITS-COMPOSANT < WS-KITS-SERVABLES
                           MOVE WS-KITS-COMPOSANT TO WS-KITS-SERVABLES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-KITS-SERVABLES = 0
               GO TO 0555-SERVIR-KIT-END
           END-IF.

           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-NB-NOM
               IF WS-NOM-KIT(WS-IDX-NOM) = WS-REL-ARTICLE(WS-IDX-REL)
                  AND WS-NOM-QTE(WS-IDX-NOM) > 0
                   COMPUTE WS-QTE-COMPOSANT =
                           WS-KITS-SERVABLES * WS-NOM-QTE(WS-IDX-NOM)
                   MOVE 0 TO WS-QTE-SORTIE
                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                           UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
                       IF WS-ARTICLE(WS-INDEX) =
                                         WS-NOM-COMPOSANT(WS-IDX-NOM)
                          AND WS-QTE-COMPOSANT > 0
                          AND WS-STOCK(WS-INDEX) > 0
                           IF WS-STOCK(WS-INDEX) >= WS-QTE-COMPOSANT
                               MOVE WS-QTE-COMPOSANT TO WS-QTE-LIBEREE
                           ELSE
                               MOVE WS-STOCK(WS-INDEX)
                                    TO WS-QTE-LIBEREE
                           END-IF
                           SUBTRACT WS-QTE-LIBEREE FROM
                                    WS-STOCK(WS-INDEX)
                           SUBTRACT WS-QTE-LIBEREE FROM
                                    WS-QTE-COMPOSANT
                           ADD WS-QTE-LIBEREE TO WS-QTE-SORTIE
                           MOVE WS-QTE-LIBEREE TO WS-QTE-A-SORTIR
                           PERFORM 0560-SORTIR-LOT-START
                           THRU    0560-SORTIR-LOT-END
                               UNTIL WS-QTE-A-SORTIR = 0
                       END-IF
                   END-PERFORM
                   IF WS-QTE-SORTIE > 0
                       MOVE WS-NOM-COMPOSANT(WS-IDX-NOM)
                            TO WS-MV-ARTICLE
                       COMPUTE WS-MV-QTE = 0 - WS-QTE-SORTIE
                       MOVE "KIT" TO WS-MV-TYPE
                       CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                              WS-MV-TYPE WS-MV-SOURCE
                                              WS-MV-REFERENCE
                   END-IF
               END-IF
           END-PERFORM.

           SUBTRACT WS-KITS-SERVABLES FROM WS-REL-QTE(WS-IDX-REL).
           ADD 1 TO WS-NB-LIBERES.
           MOVE WS-KITS-SERVABLES TO WS-QTE-LIBEREE.
           MOVE SPACES TO F-ECART.
           STRING WS-REL-ARTICLE(WS-IDX-REL)
                  " reliquat cde " WS-REL-NUMERO(WS-IDX-REL)
                  " client " WS-REL-CLIENT(WS-IDX-REL)
                  " : KIT LIBERE " WS-QTE-LIBEREE
                  DELIMITED BY SIZE INTO F-ECART.
           WRITE F-ECART.

           EXIT.
       0555-SERVIR-KIT-END.

      *Le reliquat servi sur le depot WS-DEPOT(WS-INDEX) entame
      *d'abord le lot a la date limite la plus proche ; sans lot
      *restant, le reste sort du stock sans lot.
       0560-SORTIR-LOT-START.

           MOVE 0 TO WS-LOT-RETENU.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = WS-ARTICLE(WS-INDEX)
                  AND WS-LOT-DEPOT(WS-IDX-LOT) = WS-DEPOT(WS-INDEX)
                  AND WS-LOT-QTE(WS-IDX-LOT) > 0
                   IF WS-LOT-RETENU = 0
                       MOVE WS-IDX-LOT TO WS-LOT-RETENU
                   ELSE
                       IF WS-LOT-DLC(WS-IDX-LOT) <
                                     WS-LOT-DLC(WS-LOT-RETENU)
                           MOVE WS-IDX-LOT TO WS-LOT-RETENU
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LOT-RETENU = 0
               MOVE 0 TO WS-QTE-A-SORTIR
               GO TO 0560-SORTIR-LOT-END
           END-IF.

           IF WS-LOT-QTE(WS-LOT-RETENU) >= WS-QTE-A-SORTIR
               MOVE WS-QTE-A-SORTIR TO WS-PART-LOT
           ELSE
               MOVE WS-LOT-QTE(WS-LOT-RETENU) TO WS-PART-LOT
           END-IF.
           SUBTRACT WS-PART-LOT FROM WS-LOT-QTE(WS-LOT-RETENU).
           SUBTRACT WS-PART-LOT FROM WS-QTE-A-SORTIR.
           MOVE "O" TO WS-LOT-MODIFIE.

           EXIT.
       0560-SORTIR-LOT-END.

      *Solde des lignes du registre touchees par la livraison du
      *jour : livraison partielle ou excedentaire face a la
      *quantite encore attendue (commande moins deja-recu),

           CLOSE FICHIER-INVENTAIRE.

      *Lots reecrits apres sauvegarde s'ils ont bouge ; un lot
      *epuise ne survit que tant qu'il est dans sa date.
           IF WS-LOT-MODIFIE = "O"
               MOVE "lots.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               OPEN OUTPUT FICHIER-LOTS
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   IF WS-LOT-QTE(WS-IDX-LOT) > 0 OR
                      WS-LOT-DLC(WS-IDX-LOT) >= WS-DATE-JOUR
                       MOVE SPACES                     TO F-LOT
                       MOVE WS-LOT-ARTICLE(WS-IDX-LOT) TO
                            F-LOT-ARTICLE
                       MOVE WS-LOT-DEPOT(WS-IDX-LOT)   TO F-LOT-DEPOT
                       MOVE WS-LOT-NUMERO(WS-IDX-LOT)  TO
                            F-LOT-NUMERO
                       MOVE WS-LOT-DLC(WS-IDX-LOT)     TO F-LOT-DLC
                       MOVE WS-LOT-QTE(WS-IDX-LOT)     TO F-LOT-QTE
                       WRITE F-LOT
                   END-IF
               END-PERFORM
               CLOSE FICHIER-LOTS
           END-IF.

           IF WS-COUTS-MODIFIE = "O"
               MOVE "couts.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               OPEN OUTPUT FICHIER-COUTS
               PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                       UNTIL WS-IDX-CT > WS-NB-COUTS
                   MOVE SPACES                   TO F-COUT
                   MOVE WS-CT-ARTICLE(WS-IDX-CT) TO F-CT-ARTICLE
                   MOVE WS-CT-PMP(WS-IDX-CT)     TO F-CT-PMP
                   MOVE WS-CT-DATE(WS-IDX-CT)    TO F-CT-DATE
                   WRITE F-COUT
               END-PERFORM
               CLOSE FICHIER-COUTS
           END-IF.

           EXIT.
       0600-REECRIRE-INVENTAIRE-END.

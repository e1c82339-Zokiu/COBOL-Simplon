       IDENTIFICATION DIVISION.
       PROGRAM-ID. retourfour.
       AUTHOR.    Terry.

      *Retours fournisseurs : chaque ligne du fichier des retours
      *fournisseurs (fournisseur, article, quantite en unite
      *d'achat, motif, commande d'origine, lot) renvoie la
      *marchandise au fournisseur. Le stock est sorti depot par
      *depot (lot de la ligne, sinon la date limite la plus proche
      *d'abord) et la sortie part au grand livre des mouvements.
      *Chaque fournisseur recoit une note de debit numerotee,
      *valorisee au prix de reference de fournisseurs.txt. Chaque
      *ligne de note est rattachee a sa ligne du registre
      *po-registre.txt : commande de la ligne de retour, sinon la
      *derniere commande recue du couple fournisseur/article. Les
      *notes restent ouvertes au registre notes-debit.txt jusqu'a
      *leur imputation par rapprofact sur une facture du
      *fournisseur. Les ecarts de reception (EXCEDENT, AVARIE) et
      *les rebuts qualite (QUALITE) passent tous par ici.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Retours saisis par l'entrepot. OPTIONAL : rien a renvoyer
      *sans saisie.
       SELECT OPTIONAL FICHIER-RETOURS ASSIGN TO
           "retours-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETOURS-STATUS.

       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTS-STATUS.

      *Referentiel articles, pour le facteur d'unite d'achat.
      *OPTIONAL : sans referentiel, le facteur vaut 1.
       SELECT OPTIONAL FICHIER-ARTICLES ASSIGN TO "articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARTICLES-STATUS.

      *Referentiel des fournisseurs : prix de reference par couple
      *fournisseur/article.
       SELECT FICHIER-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Registre des commandes fournisseur tenu par rupture et
      *reception. OPTIONAL : vide tant que rien n'a ete commande.
       SELECT OPTIONAL FICHIER-REGISTRE ASSIGN TO "po-registre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRE-STATUS.

      *Registre des notes de debit, lu pour le numero suivant et
      *les quantites deja retournees, puis complete en fin de
      *traitement. OPTIONAL : vide avant la premiere note.
       SELECT OPTIONAL FICHIER-NOTES ASSIGN TO "notes-debit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTES-STATUS.

      *Notes de debit emises, a envoyer aux fournisseurs.
       SELECT FICHIER-EDITION ASSIGN TO "notes-debit-emises.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-RETOURS.
       01  F-RETOUR-FOURN.
           05 F-RF-FOURN        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-RF-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-RF-QTE          PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-RF-MOTIF        PIC X(10).
      *Commande d'origine, a blanc pour la derniere commande recue
      *du couple fournisseur/article.
           05 FILLER            PIC X(01).
           05 F-RF-PO           PIC 9(06).
      *Lot renvoye, a blanc pour une sortie a la date limite la
      *plus proche.
           05 FILLER            PIC X(01).
           05 F-RF-LOT          PIC X(10).

      *Meme decoupage que le FD de reception.
       FD FICHIER-INVENTAIRE.
       01  F-INVENTAIRE.
           05 F-ARTICLE         PIC X(10).
           05 F-STOCK           PIC 9(05).
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
      *ce referentiel.
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

      *Meme decoupage que le FD FICHIER-REGISTRE de rupture.
       FD FICHIER-REGISTRE.
       01  F-PO.
           05 F-PO-NUMERO       PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-PO-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PO-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-PO-QTE          PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PO-FOURN        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-PO-RECU         PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-PO-STATUT       PIC X(01).

      *Une ligne par article renvoye : numero de note, date,
      *fournisseur, commande d'origine, article, quantite en unite
      *d'achat, prix de reference, montant, motif, statut (O
      *ouverte, I imputee) et facture fournisseur d'imputation.
       FD FICHIER-NOTES.
       01  F-NOTE-DEBIT.
           05 F-ND-NUMERO       PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-ND-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-ND-FOURN        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-ND-PO           PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-ND-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ND-QTE          PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-ND-PRIX         PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 F-ND-MONTANT      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-ND-MOTIF        PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ND-STATUT       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-ND-FACTURE      PIC X(10).

       FD FICHIER-EDITION.
       01  F-EDITION            PIC X(90).
      *En-tête d'audit (date/heure d'exécution).
       01  F-EDITION-ENTETE     PIC X(60).

       WORKING-STORAGE SECTION.

      *Une entree par couple article/depot, dans l'ordre du
      *fichier (depot principal en tete).
       01  WS-TABLE-INVENTAIRE.
           05 WS-INVENTAIRE OCCURS 30 TIMES.
               10 WS-ARTICLE    PIC X(10).
               10 WS-STOCK      PIC 9(05).
               10 WS-DEPOT      PIC X(05).

       77  WS-INDEX             PIC 9(02) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(02) VALUE 30.
       77  WS-NB-ARTICLE-LUS    PIC 9(02) VALUE 0.
       77  WS-FIN-FICHIER       PIC X     VALUE "N".
       77  WS-ARTICLE-TROUVE    PIC 9(02) VALUE 0.

      *Lots en stock, diminues des quantites renvoyees.
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
       77  WS-LOT-RETENU        PIC 9(03) VALUE 0.
       77  WS-LOT-MODIFIE       PIC X(01) VALUE "N".

      *Facteur d'unite d'achat des articles qui en ont un
      *(nombre d'unites de stock par unite d'achat).
       01  WS-TABLE-FACTEURS.
           05 WS-FAC OCCURS 50 TIMES.
               10 WS-FAC-ARTICLE   PIC X(10).
               10 WS-FAC-FACTEUR   PIC 9(03).

       77  WS-IDX-FAC           PIC 9(02) VALUE 1.
       77  WS-MAX-FACTEURS      PIC 9(02) VALUE 50.
       77  WS-NB-FACTEURS       PIC 9(02) VALUE 0.
       77  WS-FIN-ART           PIC X(01) VALUE "N".
       77  WS-ARTICLES-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FACTEUR-RETOUR    PIC 9(03) VALUE 1.

      *Prix de reference par couple fournisseur/article.
       01  WS-TABLE-FOURN.
           05 WS-FOURN OCCURS 20 TIMES.
               10 WS-FOURN-CODE    PIC X(08).
               10 WS-FOURN-ARTICLE PIC X(10).
               10 WS-FOURN-PRIX    PIC 9(04)V99.

       77  WS-IDX-FOURN         PIC 9(02) VALUE 1.
       77  WS-MAX-FOURN         PIC 9(02) VALUE 20.
       77  WS-NB-FOURN-LUS      PIC 9(02) VALUE 0.
       77  WS-FIN-FOURN         PIC X     VALUE "N".

      *Lignes du registre des commandes, avec la quantite deja
      *renvoyee sur chacune (notes de debit anterieures et lignes
      *acceptees de ce traitement). Le registre ne fait que
      *grossir : table pleine, la ligne la plus ancienne est
      *ecartee, ce sont les commandes recentes qui servent.
       01  WS-TABLE-REGISTRE.
           05 WS-REG OCCURS 100 TIMES.
               10 WS-REG-NUMERO    PIC 9(06).
               10 WS-REG-ARTICLE   PIC X(10).
               10 WS-REG-FOURN     PIC X(08).
               10 WS-REG-RECU      PIC 9(03).
               10 WS-REG-RETOURNE  PIC 9(04).

       77  WS-IDX-REG           PIC 9(03) VALUE 1.
       77  WS-MAX-REGISTRE      PIC 9(03) VALUE 100.
       77  WS-NB-REGISTRE       PIC 9(03) VALUE 0.
       77  WS-REG-TROUVE        PIC 9(03) VALUE 0.
       77  WS-NB-REG-ECARTEES   PIC 9(05) VALUE 0.
       77  WS-FIN-REGISTRE      PIC X(01) VALUE "N".
       77  WS-REGISTRE-STATUS   PIC X(02) VALUE SPACES.

      *Registre des notes de debit : dernier numero attribue.
       77  WS-FIN-NOTES         PIC X(01) VALUE "N".
       77  WS-NOTES-STATUS      PIC X(02) VALUE SPACES.
       77  WS-NUMERO-NOTE       PIC 9(06) VALUE 0.

      *Lignes acceptees dans ce traitement, regroupees en fin de
      *traitement en une note de debit par fournisseur.
       01  WS-TABLE-LIGNES-ND.
           05 WS-LND OCCURS 100 TIMES.
               10 WS-LND-FOURN     PIC X(08).
               10 WS-LND-PO        PIC 9(06).
               10 WS-LND-ARTICLE   PIC X(10).
               10 WS-LND-QTE       PIC 9(03).
               10 WS-LND-PRIX      PIC 9(04)V99.
               10 WS-LND-MONTANT   PIC 9(07)V99.
               10 WS-LND-MOTIF     PIC X(10).
               10 WS-LND-NUMERO    PIC 9(06).

       77  WS-IDX-LND           PIC 9(03) VALUE 1.
       77  WS-IDX-LND2          PIC 9(03) VALUE 1.
       77  WS-MAX-LIGNES-ND     PIC 9(03) VALUE 100.
       77  WS-NB-LIGNES-ND      PIC 9(03) VALUE 0.
       77  WS-NB-NOTES          PIC 9(03) VALUE 0.
       77  WS-TOTAL-NOTE        PIC 9(07)V99 VALUE 0.
       77  WS-MONTANT-ED        PIC ZZZZZZ9.99.
       77  WS-PRIX-ED           PIC ZZZ9.99.

       77  WS-FIN-RETOURS       PIC X(01) VALUE "N".
       77  WS-RETOURS-STATUS    PIC X(02) VALUE SPACES.
       77  WS-NB-RETOURS        PIC 9(04) VALUE 0.
       77  WS-NB-REJETS         PIC 9(04) VALUE 0.

      *Controles et sortie de stock de la ligne en cours.
       77  WS-MOTIF-REJET       PIC X(40) VALUE SPACES.
       77  WS-PRIX-RETOUR       PIC 9(04)V99 VALUE 0.
       77  WS-RET-PO            PIC 9(06) VALUE 0.
       77  WS-QTE-SORTIE        PIC 9(06) VALUE 0.
       77  WS-QTE-DISPO         PIC 9(06) VALUE 0.
       77  WS-QTE-DEPOT         PIC 9(05) VALUE 0.
       77  WS-QTE-PRISE         PIC 9(05) VALUE 0.
       77  WS-QTE-RESTANTE      PIC 9(06) VALUE 0.

      *Date du jour AAAAMMJJ, portee sur les notes de debit.
       01  WS-DATE-SYS         PIC X(21).
       77  WS-DATE-JOUR        PIC 9(08) VALUE 0.

      *Horodatage de l'exécution, reporté en en-tête des notes.
       01  WS-HORODATAGE       PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "retourfour".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme MouvStock,
      *qui consigne chaque variation de stock au grand livre des
      *mouvements.
       01  WS-MV-ARTICLE       PIC X(10) VALUE SPACES.
       01  WS-MV-QTE           PIC S9(05) VALUE 0.
       01  WS-MV-TYPE          PIC X(10) VALUE "RETOURFOUR".
       01  WS-MV-SOURCE        PIC X(10) VALUE "retourfour".
       01  WS-MV-REFERENCE     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0100-READ-INVENTAIRE-START
           THRU    0100-READ-INVENTAIRE-END.

           PERFORM 0150-READ-ARTICLES-START
           THRU    0150-READ-ARTICLES-END.

           PERFORM 0200-READ-FOURN-START
           THRU    0200-READ-FOURN-END.

           PERFORM 0250-READ-REGISTRE-START
           THRU    0250-READ-REGISTRE-END.

           PERFORM 0280-READ-NOTES-START
           THRU    0280-READ-NOTES-END.

           PERFORM 0300-TRAITER-RETOURS-START
           THRU    0300-TRAITER-RETOURS-END.

           PERFORM 0600-EMETTRE-NOTES-START
           THRU    0600-EMETTRE-NOTES-END.

           PERFORM 0700-REECRIRE-STOCKS-START
           THRU    0700-REECRIRE-STOCKS-END.

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-RETOURS   TO WS-JRN-LUS.
           MOVE WS-NB-LIGNES-ND TO WS-JRN-ECRITS.
           MOVE WS-NB-REJETS    TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           DISPLAY "Retours fournisseurs : " WS-NB-RETOURS
                   " lu(s), " WS-NB-REJETS " rejete(s), "
                   WS-NB-NOTES " note(s) de debit".

           STOP RUN.

      ******************************************************************

       0100-READ-INVENTAIRE-START.

           OPEN INPUT FICHIER-INVENTAIRE.

           PERFORM UNTIL WS-FIN-FICHIER = "Y"

               READ FICHIER-INVENTAIRE
                   AT END
                       MOVE "Y" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-INDEX <= WS-MAX-TABLE
                           MOVE F-ARTICLE TO WS-ARTICLE(WS-INDEX)
                           MOVE F-STOCK   TO WS-STOCK(WS-INDEX)
                           MOVE F-DEPOT   TO WS-DEPOT(WS-INDEX)
                           ADD 1 TO WS-INDEX
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-INVENTAIRE.

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

           EXIT.
       0100-READ-INVENTAIRE-END.

      *Facteurs d'unite d'achat ; un facteur absent ou nul vaut 1
      *et n'est pas retenu.
       0150-READ-ARTICLES-START.

           OPEN INPUT FICHIER-ARTICLES.

           IF WS-ARTICLES-STATUS = "00"
               PERFORM UNTIL WS-FIN-ART = "O"
                   READ FICHIER-ARTICLES
                       AT END
                           MOVE "O" TO WS-FIN-ART
                       NOT AT END
                           IF F-ART-FACTEUR IS NUMERIC AND
                              F-ART-FACTEUR > 1 AND
                              WS-NB-FACTEURS < WS-MAX-FACTEURS
                               ADD 1 TO WS-NB-FACTEURS
                               MOVE F-ART-NUMERO  TO
                                    WS-FAC-ARTICLE(WS-NB-FACTEURS)
                               MOVE F-ART-FACTEUR TO
                                    WS-FAC-FACTEUR(WS-NB-FACTEURS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-ARTICLES.

           EXIT.
       0150-READ-ARTICLES-END.

       0200-READ-FOURN-START.

           OPEN INPUT FICHIER-FOURNISSEURS.

           PERFORM UNTIL WS-FIN-FOURN = "Y"
               READ FICHIER-FOURNISSEURS
                   AT END
                       MOVE "Y" TO WS-FIN-FOURN
                   NOT AT END
                       IF WS-IDX-FOURN <= WS-MAX-FOURN
                           MOVE F-FOURN-CODE    TO
                                WS-FOURN-CODE(WS-IDX-FOURN)
                           MOVE F-FOURN-ARTICLE TO
                                WS-FOURN-ARTICLE(WS-IDX-FOURN)
                           MOVE F-FOURN-PRIX    TO
                                WS-FOURN-PRIX(WS-IDX-FOURN)
                           ADD 1 TO WS-IDX-FOURN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FOURNISSEURS.

           COMPUTE WS-NB-FOURN-LUS = WS-IDX-FOURN - 1.

           EXIT.
       0200-READ-FOURN-END.

       0250-READ-REGISTRE-START.

           OPEN INPUT FICHIER-REGISTRE.

      *Statut 05 : fichier optionnel absent, registre vide.
           IF WS-REGISTRE-STATUS = "00" OR WS-REGISTRE-STATUS = "05"
               PERFORM UNTIL WS-FIN-REGISTRE = "O"
                   READ FICHIER-REGISTRE
                       AT END
                           MOVE "O" TO WS-FIN-REGISTRE
                       NOT AT END
                           IF WS-NB-REGISTRE < WS-MAX-REGISTRE
                               ADD 1 TO WS-NB-REGISTRE
                           ELSE
                               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                                       UNTIL WS-IDX-REG >=
                                             WS-MAX-REGISTRE
                                   MOVE WS-REG(WS-IDX-REG + 1)
                                     TO WS-REG(WS-IDX-REG)
                               END-PERFORM
                               ADD 1 TO WS-NB-REG-ECARTEES
                           END-IF
                           MOVE F-PO-NUMERO  TO
                                WS-REG-NUMERO(WS-NB-REGISTRE)
                           MOVE F-PO-ARTICLE TO
                                WS-REG-ARTICLE(WS-NB-REGISTRE)
                           MOVE F-PO-FOURN   TO
                                WS-REG-FOURN(WS-NB-REGISTRE)
                           MOVE F-PO-RECU    TO
                                WS-REG-RECU(WS-NB-REGISTRE)
                           MOVE 0            TO
                                WS-REG-RETOURNE(WS-NB-REGISTRE)
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
           END-IF.

           IF WS-NB-REG-ECARTEES > 0
               DISPLAY "ATTENTION : po-registre.txt depasse "
                       WS-MAX-REGISTRE " lignes, les "
                       WS-NB-REG-ECARTEES " plus anciennes sont"
                       " ignorees pour l'origine des retours"
           END-IF.

           EXIT.
       0250-READ-REGISTRE-END.

      *Dernier numero de note attribue, et quantites deja
      *renvoyees sur chaque ligne du registre des commandes.
       0280-READ-NOTES-START.

           OPEN INPUT FICHIER-NOTES.

      *Statut 05 : fichier optionnel absent, premiere note.
           IF WS-NOTES-STATUS = "00" OR WS-NOTES-STATUS = "05"
               PERFORM UNTIL WS-FIN-NOTES = "O"
                   READ FICHIER-NOTES
                       AT END
                           MOVE "O" TO WS-FIN-NOTES
                       NOT AT END
                           IF F-ND-NUMERO > WS-NUMERO-NOTE
                               MOVE F-ND-NUMERO TO WS-NUMERO-NOTE
                           END-IF
                           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                                   UNTIL WS-IDX-REG > WS-NB-REGISTRE
                               IF WS-REG-NUMERO(WS-IDX-REG) =
                                                      F-ND-PO AND
                                  WS-REG-ARTICLE(WS-IDX-REG) =
                                                      F-ND-ARTICLE
                                   ADD F-ND-QTE TO
                                       WS-REG-RETOURNE(WS-IDX-REG)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FICHIER-NOTES
           END-IF.

           EXIT.
       0280-READ-NOTES-END.

       0300-TRAITER-RETOURS-START.

           OPEN INPUT FICHIER-RETOURS.

           IF WS-RETOURS-STATUS = "00"
               PERFORM UNTIL WS-FIN-RETOURS = "O"
                   READ FICHIER-RETOURS
                       AT END
                           MOVE "O" TO WS-FIN-RETOURS
                       NOT AT END
                           ADD 1 TO WS-NB-RETOURS
                           PERFORM 0400-VALIDER-START
                           THRU    0400-VALIDER-END
                           IF WS-MOTIF-REJET = SPACES
                               PERFORM 0500-APPLIQUER-START
                               THRU    0500-APPLIQUER-END
                           ELSE
                               ADD 1 TO WS-NB-REJETS
                               DISPLAY "REJET : " F-RF-FOURN " "
                                       F-RF-ARTICLE " x " F-RF-QTE
                                       " : " WS-MOTIF-REJET
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-RETOURS.

           EXIT.
       0300-TRAITER-RETOURS-END.

      *Controles de la ligne : place dans les notes de debit du
      *traitement, prix de reference connu, ligne de commande
      *d'origine recue et non encore renvoyee en totalite, stock
      *(ou lot) suffisant pour la sortie.
       0400-VALIDER-START.

           MOVE SPACES TO WS-MOTIF-REJET.

           IF F-RF-QTE IS NOT NUMERIC OR F-RF-QTE = 0
               MOVE "QUANTITE INVALIDE" TO WS-MOTIF-REJET
               GO TO 0400-VALIDER-END
           END-IF.

      *Sans place pour sa ligne de note, la marchandise ne sort
      *pas : le retour attend le traitement suivant.
           IF WS-NB-LIGNES-ND >= WS-MAX-LIGNES-ND
               MOVE "NOTES DE DEBIT PLEINES, A REPRESENTER"
                    TO WS-MOTIF-REJET
               GO TO 0400-VALIDER-END
           END-IF.

           MOVE 0 TO WS-PRIX-RETOUR.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN-LUS
               IF WS-FOURN-CODE(WS-IDX-FOURN) = F-RF-FOURN AND
                  WS-FOURN-ARTICLE(WS-IDX-FOURN) = F-RF-ARTICLE
                   MOVE WS-FOURN-PRIX(WS-IDX-FOURN) TO WS-PRIX-RETOUR
               END-IF
           END-PERFORM.
           IF WS-PRIX-RETOUR = 0
               MOVE "PRIX DE REFERENCE INCONNU" TO WS-MOTIF-REJET
               GO TO 0400-VALIDER-END
           END-IF.

      *Ligne du registre : celle de la commande indiquee, sinon la
      *derniere recue du couple fournisseur/article.
           MOVE 0 TO WS-REG-TROUVE.
           IF F-RF-PO IS NUMERIC AND F-RF-PO > 0
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                       UNTIL WS-IDX-REG > WS-NB-REGISTRE
                   IF WS-REG-NUMERO(WS-IDX-REG) = F-RF-PO AND
                      WS-REG-FOURN(WS-IDX-REG) = F-RF-FOURN AND
                      WS-REG-ARTICLE(WS-IDX-REG) = F-RF-ARTICLE
                       MOVE WS-IDX-REG TO WS-REG-TROUVE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                       UNTIL WS-IDX-REG > WS-NB-REGISTRE
                   IF WS-REG-FOURN(WS-IDX-REG) = F-RF-FOURN AND
                      WS-REG-ARTICLE(WS-IDX-REG) = F-RF-ARTICLE AND
                      WS-REG-RECU(WS-IDX-REG) >
                                       WS-REG-RETOURNE(WS-IDX-REG)
                       MOVE WS-IDX-REG TO WS-REG-TROUVE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-REG-TROUVE = 0
               MOVE "AUCUNE COMMANDE RECUE" TO WS-MOTIF-REJET
               GO TO 0400-VALIDER-END
           END-IF.
           IF F-RF-QTE + WS-REG-RETOURNE(WS-REG-TROUVE) >
              WS-REG-RECU(WS-REG-TROUVE)
               MOVE "QUANTITE AU-DELA DU RECU" TO WS-MOTIF-REJET
               GO TO 0400-VALIDER-END
           END-IF.
           MOVE WS-REG-NUMERO(WS-REG-TROUVE) TO WS-RET-PO.

      *La quantite renvoyee est en unite d'achat, le stock en
      *unite de vente.
           MOVE 1 TO WS-FACTEUR-RETOUR.
           PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                   UNTIL WS-IDX-FAC > WS-NB-FACTEURS
               IF WS-FAC-ARTICLE(WS-IDX-FAC) = F-RF-ARTICLE
                   MOVE WS-FAC-FACTEUR(WS-IDX-FAC)
                        TO WS-FACTEUR-RETOUR
               END-IF
           END-PERFORM.
           COMPUTE WS-QTE-SORTIE = F-RF-QTE * WS-FACTEUR-RETOUR.

      *Un article inconnu de l'inventaire n'a pas de stock suivi :
      *la note est emise sans sortie de stock.
           MOVE 0 TO WS-ARTICLE-TROUVE.
           MOVE 0 TO WS-QTE-DISPO.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
               IF WS-ARTICLE(WS-INDEX) = F-RF-ARTICLE
                   MOVE WS-INDEX TO WS-ARTICLE-TROUVE
                   ADD WS-STOCK(WS-INDEX) TO WS-QTE-DISPO
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-LOT-TROUVE.
           IF F-RF-LOT NOT = SPACES
               PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                       UNTIL WS-IDX-LOT > WS-NB-LOTS
                   IF WS-LOT-ARTICLE(WS-IDX-LOT) = F-RF-ARTICLE AND
                      WS-LOT-NUMERO(WS-IDX-LOT) = F-RF-LOT AND
                      WS-LOT-TROUVE = 0
                       MOVE WS-IDX-LOT TO WS-LOT-TROUVE
                   END-IF
               END-PERFORM
               IF WS-LOT-TROUVE = 0
                   MOVE "LOT INCONNU" TO WS-MOTIF-REJET
                   GO TO 0400-VALIDER-END
               END-IF
               IF WS-LOT-QTE(WS-LOT-TROUVE) < WS-QTE-SORTIE
                   MOVE "QUANTITE AU-DELA DU LOT" TO WS-MOTIF-REJET
                   GO TO 0400-VALIDER-END
               END-IF
               MOVE 0 TO WS-ARTICLE-TROUVE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
                   IF WS-ARTICLE(WS-INDEX) = F-RF-ARTICLE AND
                      WS-DEPOT(WS-INDEX) = WS-LOT-DEPOT(WS-LOT-TROUVE)
                       MOVE WS-INDEX TO WS-ARTICLE-TROUVE
                   END-IF
               END-PERFORM
               IF WS-ARTICLE-TROUVE = 0
                   MOVE "DEPOT DU LOT ABSENT DE L'INVENTAIRE"
                        TO WS-MOTIF-REJET
                   GO TO 0400-VALIDER-END
               END-IF
               MOVE WS-STOCK(WS-ARTICLE-TROUVE) TO WS-QTE-DISPO
           END-IF.

           IF WS-ARTICLE-TROUVE > 0 AND WS-QTE-DISPO < WS-QTE-SORTIE
               MOVE "STOCK INSUFFISANT" TO WS-MOTIF-REJET
           END-IF.

           EXIT.
       0400-VALIDER-END.

      *Ligne acceptee : sortie de stock, mouvement au grand livre
      *reference par la commande d'origine, ligne mise en attente
      *de sa note de debit.
       0500-APPLIQUER-START.

           IF WS-ARTICLE-TROUVE > 0
               IF WS-LOT-TROUVE > 0
                   SUBTRACT WS-QTE-SORTIE FROM
                            WS-LOT-QTE(WS-LOT-TROUVE)
                   SUBTRACT WS-QTE-SORTIE FROM
                            WS-STOCK(WS-ARTICLE-TROUVE)
                   MOVE "O" TO WS-LOT-MODIFIE
               ELSE
                   MOVE WS-QTE-SORTIE TO WS-QTE-RESTANTE
                   PERFORM VARYING WS-INDEX FROM 1 BY 1
                           UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
                       IF WS-ARTICLE(WS-INDEX) = F-RF-ARTICLE AND
                          WS-QTE-RESTANTE > 0 AND
                          WS-STOCK(WS-INDEX) > 0
                           IF WS-STOCK(WS-INDEX) >= WS-QTE-RESTANTE
                               MOVE WS-QTE-RESTANTE TO WS-QTE-DEPOT
                           ELSE
                               MOVE WS-STOCK(WS-INDEX) TO WS-QTE-DEPOT
                           END-IF
                           SUBTRACT WS-QTE-DEPOT FROM
                                    WS-STOCK(WS-INDEX)
                           SUBTRACT WS-QTE-DEPOT FROM WS-QTE-RESTANTE
                           PERFORM 0550-PRENDRE-LOT-START
                           THRU    0550-PRENDRE-LOT-END
                               UNTIL WS-QTE-DEPOT = 0
                       END-IF
                   END-PERFORM
               END-IF
               MOVE F-RF-ARTICLE TO WS-MV-ARTICLE
               COMPUTE WS-MV-QTE = 0 - WS-QTE-SORTIE
               MOVE WS-RET-PO TO WS-MV-REFERENCE
               CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                      WS-MV-TYPE WS-MV-SOURCE
                                      WS-MV-REFERENCE
           END-IF.

           ADD F-RF-QTE TO WS-REG-RETOURNE(WS-REG-TROUVE).

      *La place de la ligne a ete verifiee par 0400.
           ADD 1 TO WS-NB-LIGNES-ND.
           MOVE F-RF-FOURN     TO WS-LND-FOURN(WS-NB-LIGNES-ND).
           MOVE WS-RET-PO      TO WS-LND-PO(WS-NB-LIGNES-ND).
           MOVE F-RF-ARTICLE   TO WS-LND-ARTICLE(WS-NB-LIGNES-ND).
           MOVE F-RF-QTE       TO WS-LND-QTE(WS-NB-LIGNES-ND).
           MOVE WS-PRIX-RETOUR TO WS-LND-PRIX(WS-NB-LIGNES-ND).
           COMPUTE WS-LND-MONTANT(WS-NB-LIGNES-ND) =
                   F-RF-QTE * WS-PRIX-RETOUR.
           MOVE F-RF-MOTIF     TO WS-LND-MOTIF(WS-NB-LIGNES-ND).
           MOVE 0              TO WS-LND-NUMERO(WS-NB-LIGNES-ND).

           EXIT.
       0500-APPLIQUER-END.

      *Une prise sur le lot du depot WS-ARTICLE(WS-INDEX) dont la
      *date limite est la plus proche ; sans lot restant, le reste
      *(WS-QTE-DEPOT) part sur le stock sans lot.
       0550-PRENDRE-LOT-START.

           MOVE 0 TO WS-LOT-RETENU.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = F-RF-ARTICLE AND
                  WS-LOT-DEPOT(WS-IDX-LOT) = WS-DEPOT(WS-INDEX) AND
                  WS-LOT-QTE(WS-IDX-LOT) > 0
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
               MOVE WS-QTE-DEPOT TO WS-QTE-PRISE
           ELSE
               IF WS-LOT-QTE(WS-LOT-RETENU) >= WS-QTE-DEPOT
                   MOVE WS-QTE-DEPOT TO WS-QTE-PRISE
               ELSE
                   MOVE WS-LOT-QTE(WS-LOT-RETENU) TO WS-QTE-PRISE
               END-IF
               SUBTRACT WS-QTE-PRISE FROM WS-LOT-QTE(WS-LOT-RETENU)
               MOVE "O" TO WS-LOT-MODIFIE
           END-IF.

           SUBTRACT WS-QTE-PRISE FROM WS-QTE-DEPOT.

           EXIT.
       0550-PRENDRE-LOT-END.

      *Une note de debit par fournisseur, dans l'ordre de premiere
      *apparition : numero suivant du registre, lignes, total. Les
      *lignes partent ouvertes au registre des notes.
       0600-EMETTRE-NOTES-START.

           OPEN OUTPUT FICHIER-EDITION.

           MOVE SPACES TO F-EDITION-ENTETE.
           STRING "Notes de debit - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-EDITION-ENTETE.
           WRITE F-EDITION-ENTETE.

           IF WS-NB-LIGNES-ND = 0
               CLOSE FICHIER-EDITION
               GO TO 0600-EMETTRE-NOTES-END
           END-IF.

           OPEN EXTEND FICHIER-NOTES.

           PERFORM VARYING WS-IDX-LND FROM 1 BY 1
                   UNTIL WS-IDX-LND > WS-NB-LIGNES-ND
               IF WS-LND-NUMERO(WS-IDX-LND) = 0
                   ADD 1 TO WS-NUMERO-NOTE
                   ADD 1 TO WS-NB-NOTES
                   MOVE 0 TO WS-TOTAL-NOTE
                   MOVE SPACES TO F-EDITION
                   STRING "Note de debit " WS-NUMERO-NOTE
                          " du " WS-DATE-JOUR
                          " - fournisseur " WS-LND-FOURN(WS-IDX-LND)
                          DELIMITED BY SIZE INTO F-EDITION
                   WRITE F-EDITION
                   PERFORM VARYING WS-IDX-LND2 FROM WS-IDX-LND BY 1
                           UNTIL WS-IDX-LND2 > WS-NB-LIGNES-ND
                       IF WS-LND-NUMERO(WS-IDX-LND2) = 0 AND
                          WS-LND-FOURN(WS-IDX-LND2) =
                                        WS-LND-FOURN(WS-IDX-LND)
                           MOVE WS-NUMERO-NOTE TO
                                WS-LND-NUMERO(WS-IDX-LND2)
                           PERFORM 0650-LIGNE-NOTE-START
                           THRU    0650-LIGNE-NOTE-END
                       END-IF
                   END-PERFORM
                   MOVE WS-TOTAL-NOTE TO WS-MONTANT-ED
                   MOVE SPACES TO F-EDITION
                   STRING "   Total a deduire de vos factures : "
                          WS-MONTANT-ED
                          DELIMITED BY SIZE INTO F-EDITION
                   WRITE F-EDITION
               END-IF
           END-PERFORM.

           CLOSE FICHIER-NOTES.
           CLOSE FICHIER-EDITION.

           EXIT.
       0600-EMETTRE-NOTES-END.

      *Ligne WS-IDX-LND2 : edition et inscription au registre.
       0650-LIGNE-NOTE-START.

           ADD WS-LND-MONTANT(WS-IDX-LND2) TO WS-TOTAL-NOTE.
           MOVE WS-LND-PRIX(WS-IDX-LND2)    TO WS-PRIX-ED.
           MOVE WS-LND-MONTANT(WS-IDX-LND2) TO WS-MONTANT-ED.
           MOVE SPACES TO F-EDITION.
           STRING "   " WS-LND-ARTICLE(WS-IDX-LND2)
                  " x " WS-LND-QTE(WS-IDX-LND2)
                  " a " WS-PRIX-ED
                  " = " WS-MONTANT-ED
                  " commande " WS-LND-PO(WS-IDX-LND2)
                  " motif " WS-LND-MOTIF(WS-IDX-LND2)
                  DELIMITED BY SIZE INTO F-EDITION.
           WRITE F-EDITION.

           MOVE SPACES                      TO F-NOTE-DEBIT.
           MOVE WS-NUMERO-NOTE              TO F-ND-NUMERO.
           MOVE WS-DATE-JOUR                TO F-ND-DATE.
           MOVE WS-LND-FOURN(WS-IDX-LND2)   TO F-ND-FOURN.
           MOVE WS-LND-PO(WS-IDX-LND2)      TO F-ND-PO.
           MOVE WS-LND-ARTICLE(WS-IDX-LND2) TO F-ND-ARTICLE.
           MOVE WS-LND-QTE(WS-IDX-LND2)     TO F-ND-QTE.
           MOVE WS-LND-PRIX(WS-IDX-LND2)    TO F-ND-PRIX.
           MOVE WS-LND-MONTANT(WS-IDX-LND2) TO F-ND-MONTANT.
           MOVE WS-LND-MOTIF(WS-IDX-LND2)   TO F-ND-MOTIF.
           MOVE "O"                         TO F-ND-STATUT.
           WRITE F-NOTE-DEBIT.
           IF WS-NOTES-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture notes-debit.txt en"
                       " echec, statut " WS-NOTES-STATUS
           END-IF.

           EXIT.
       0650-LIGNE-NOTE-END.

      *Reecrit inventaire.txt net des sorties, et lots.txt s'il a
      *bouge.
       0700-REECRIRE-STOCKS-START.

           IF WS-NB-LIGNES-ND = 0
               GO TO 0700-REECRIRE-STOCKS-END
           END-IF.

      *Sauvegarde a generations de l'inventaire avant de le
      *remplacer.
           MOVE "inventaire.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-INVENTAIRE.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
               MOVE SPACES               TO F-INVENTAIRE
               MOVE WS-ARTICLE(WS-INDEX) TO F-ARTICLE
               MOVE WS-STOCK(WS-INDEX)   TO F-STOCK
               MOVE WS-DEPOT(WS-INDEX)   TO F-DEPOT
               WRITE F-INVENTAIRE
           END-PERFORM.

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

      *ligne conforme part dans la liste a payer, toute autre part
      *en litige avec le motif. On ne paie plus sur parole les 60
      *unites jamais livrees de mai.
      *Commandes, receptions et prix de reference sont tenus dans
      *l'unite d'achat de l'article. Une ligne de facture peut
      *preciser son unite : facturee dans l'unite de vente, elle
      *est ramenee a l'unite d'achat par le facteur de la fiche
      *article (articles.txt) avant les controles.
      *Les notes de debit ouvertes emises par retourfour sur le
      *couple fournisseur/article (registre notes-debit.txt) sont
      *deduites du montant d'une ligne conforme avant son passage
      *dans la liste a payer, et y sont marquees imputees. Une
      *note deja imputee a la facture lors d'un traitement
      *precedent est deduite a nouveau de la meme ligne, pour que
      *le net a payer ne change pas d'une execution a l'autre.
      *Les lignes conformes sont aussi ecrites, avec leur date de
      *facture et leur net, dans dettes-fournisseurs.txt : c'est
      *la matiere du reglement des fournisseurs par paiefour.
      *La TVA deductible de chaque ligne conforme, au taux porte
      *par la ligne ou a defaut au taux de la categorie de
      *l'article au bareme taux-tva.txt, est ecrite avec sa base
      *dans tva-deductible.txt, que declartva reprend pour la
      *declaration mensuelle.
      *Le prix de reference est celui en vigueur a la date de la
      *commande fournisseur, selon l'historique date des tarifs
      *tenu par fournmait (tarifs-fournisseurs.txt) : une facture
      *d'une commande passee avant une hausse n'est plus mise en
      *litige sur le nouveau prix. La commande retenue est la plus
      *recente du couple qui ne soit pas posterieure a la facture.
      *Sans historique ou sans commande, le prix de
      *fournisseurs.txt reste la reference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEPTIONS-STATUS.

      *Referentiel articles, pour les unites de vente et d'achat
      *et leur facteur. OPTIONAL : sans referentiel, seule l'unite
      *d'achat (ou une unite a blanc) est admise.
       SELECT OPTIONAL FICHIER-ARTICLES ASSIGN TO "articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARTICLES-STATUS.

      *Referentiel des fournisseurs : prix de reference par couple
      *fournisseur/article.
       SELECT FICHIER-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Historique date des tarifs fournisseur tenu par fournmait.
      *OPTIONAL : sans historique, prix de fournisseurs.txt.
       SELECT OPTIONAL FICHIER-TARIFS ASSIGN TO
           "tarifs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARIFS-STATUS.

      *Bareme de TVA par categorie tenu pour facture. OPTIONAL :
      *sans bareme, taux standard.
       SELECT OPTIONAL FICHIER-TVA ASSIGN TO "taux-tva.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TVA-STATUS.

      *Registre des notes de debit tenu par retourfour. OPTIONAL :
      *vide tant qu'aucune marchandise n'a ete renvoyee.
       SELECT OPTIONAL FICHIER-NOTES ASSIGN TO "notes-debit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTES-STATUS.

       SELECT FICHIER-A-PAYER ASSIGN TO "factures-a-payer.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-LITIGES ASSIGN TO "litiges-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Dettes fournisseurs : les lignes conformes, refaites a
      *chaque rapprochement comme la liste a payer.
       SELECT FICHIER-DETTES ASSIGN TO "dettes-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *TVA deductible des lignes conformes, refaite a chaque
      *rapprochement comme les dettes.
       SELECT FICHIER-TVADED ASSIGN TO "tva-deductible.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 F-FF-QTE          PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-FF-PRIX         PIC 9(04)V99.
      *Unite facturee, a blanc pour l'unite d'achat.
           05 FILLER            PIC X(01).
           05 F-FF-UNITE        PIC X(04).
      *Date de la facture, base de son echeance (a blanc sur les
      *saisies anterieures).
           05 FILLER            PIC X(01).
           05 F-FF-DATE         PIC 9(08).
      *Taux de TVA facture, a blanc pour le taux de la categorie
      *de l'article au bareme.
           05 FILLER            PIC X(01).
           05 F-FF-TAUX         PIC 9(02)V99.

      *Meme decoupage que le FD FICHIER-REGISTRE de rupture.
       FD FICHIER-REGISTRE.
           05 FILLER            PIC X(01).
           05 F-RCP-DATE-CMD    PIC 9(08).

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

      *Meme decoupage que le FD FICHIER-TVA de facture.
       FD FICHIER-TVA.
       01  F-TVA.
           05 F-TVA-CATEGORIE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-TVA-TAUX        PIC 9(02)V99.

       FD FICHIER-FOURNISSEURS.
       01  F-FOURNISSEUR.
           05 F-FOURN-CODE      PIC X(08).
           05 FILLER            PIC X(01).
           05 F-FOURN-DELAI     PIC 9(02).

      *Meme decoupage que le FD FICHIER-TARIFS de fournmait.
       FD FICHIER-TARIFS.
       01  F-TARIF.
           05 F-TAR-FOURN       PIC X(08).
           05 FILLER            PIC X(01).
           05 F-TAR-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-TAR-EFFET       PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-TAR-PRIX        PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 F-TAR-DELAI       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-TAR-SAISIE      PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-TAR-OPERATEUR   PIC X(08).

      *Meme decoupage que le FD de retourfour, qui tient ce
      *registre.
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

       FD FICHIER-A-PAYER.
       01  F-A-PAYER            PIC X(90).
      *En-tête d'audit (date/heure d'exécution).
      *En-tête d'audit (date/heure d'exécution).
       01  F-LITIGE-ENTETE      PIC X(60).

      *Une ligne par ligne de facture conforme : fournisseur,
      *numero de facture, article, date de facture (0 inconnue) et
      *net a payer apres notes de debit.
       FD FICHIER-DETTES.
       01  F-DETTE.
           05 F-DF-FOURN        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-DF-NUMERO       PIC X(10).
           05 FILLER            PIC X(01).
           05 F-DF-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-DF-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-DF-MONTANT      PIC 9(07)V99.

      *Une ligne par ligne de facture conforme : date de facture
      *(date du rapprochement si inconnue), fournisseur, numero de
      *facture, article, taux, base HT nette des notes de debit
      *et TVA deductible.
       FD FICHIER-TVADED.
       01  F-TVADED.
           05 F-TD-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-TD-FOURN        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-TD-NUMERO       PIC X(10).
           05 FILLER            PIC X(01).
           05 F-TD-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-TD-TAUX         PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-TD-BASE         PIC 9(09)V99.
           05 FILLER            PIC X(01).
           05 F-TD-TVA          PIC 9(09)V99.

       WORKING-STORAGE SECTION.

      *Quantites commandees et recues cumulees par couple
       77  WS-NB-FOURN-LUS      PIC 9(02) VALUE 0.
       77  WS-FIN-FOURN         PIC X     VALUE "N".

      *Registre des commandes et historique des tarifs ne font
      *que grossir : ils sont relus pour chaque ligne conforme
      *(0520) plutot que tenus en table. Tarif retenu pour la
      *ligne en cours.
       77  WS-TAR-TROUVE        PIC X(01) VALUE "N".
       77  WS-TAR-EFFET-RETENU  PIC 9(08) VALUE 0.
       77  WS-TAR-PRIX-RETENU   PIC 9(04)V99 VALUE 0.
       77  WS-FIN-TARIFS        PIC X(01) VALUE "N".
       77  WS-TARIFS-STATUS     PIC X(02) VALUE SPACES.
      *Date de commande de la ligne de facture en cours (0 = pas
      *de commande retrouvee) et limite de recherche.
       77  WS-DATE-COMMANDE     PIC 9(08) VALUE 0.
       77  WS-DATE-LIMITE       PIC 9(08) VALUE 0.

      *Unites de vente et d'achat des articles, et nombre
      *d'unites de vente par unite d'achat.
       01  WS-TABLE-UNITES.
           05 WS-UNI OCCURS 50 TIMES.
               10 WS-UNI-ARTICLE   PIC X(10).
               10 WS-UNI-VENTE     PIC X(04).
               10 WS-UNI-ACHAT     PIC X(04).
               10 WS-UNI-FACTEUR   PIC 9(03).
               10 WS-UNI-CATEGORIE PIC X(10).

       77  WS-IDX-UNI           PIC 9(02) VALUE 1.
       77  WS-MAX-UNITES        PIC 9(02) VALUE 50.
       77  WS-NB-UNITES         PIC 9(02) VALUE 0.
       77  WS-UNI-TROUVE        PIC 9(02) VALUE 0.
       77  WS-FIN-ART           PIC X(01) VALUE "N".
       77  WS-ARTICLES-STATUS   PIC X(02) VALUE SPACES.

      *Bareme par categorie, et taux standard des categories
      *absentes du bareme.
       01  WS-TABLE-TVA.
           05 WS-TVA OCCURS 20 TIMES.
               10 WS-TVA-CATEG     PIC X(10).
               10 WS-TVA-TAUX      PIC 9(02)V99.

       77  WS-IDX-TVA           PIC 9(02) VALUE 1.
       77  WS-MAX-TVA           PIC 9(02) VALUE 20.
       77  WS-NB-TVA            PIC 9(02) VALUE 0.
       77  WS-FIN-TVA           PIC X(01) VALUE "N".
       77  WS-TVA-STATUS        PIC X(02) VALUE SPACES.
       77  WS-TAUX-STANDARD     PIC 9(02)V99 VALUE 20.00.

      *TVA deductible de la ligne conforme et cumul du
      *rapprochement.
       77  WS-TAUX-LIGNE        PIC 9(02)V99 VALUE 0.
       77  WS-TVA-LIGNE         PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-TVA-DED     PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-TVA-ED      PIC ZZZZZZZZ9.99.

      *Date du jour AAAAMMJJ, date des factures saisies sans date.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Lignes du registre des notes de debit, toutes gardees pour
      *la reecriture ; seules les ouvertes (statut O) sont
      *imputables. WS-NDB-LIGNE retient la ligne de facture qui
      *a impute la note dans ce traitement. Les factures etant
      *toutes reprises a chaque passage, les notes imputees
      *doivent rester en table : un registre plus long que la
      *table arrete le traitement avant toute ecriture.
       01  WS-TABLE-NOTES.
           05 WS-NDB OCCURS 1000 TIMES.
               10 WS-NDB-NUMERO    PIC 9(06).
               10 WS-NDB-DATE      PIC 9(08).
               10 WS-NDB-FOURN     PIC X(08).
               10 WS-NDB-PO        PIC 9(06).
               10 WS-NDB-ARTICLE   PIC X(10).
               10 WS-NDB-QTE       PIC 9(03).
               10 WS-NDB-PRIX      PIC 9(04)V99.
               10 WS-NDB-MONTANT   PIC 9(07)V99.
               10 WS-NDB-MOTIF     PIC X(10).
               10 WS-NDB-STATUT    PIC X(01).
               10 WS-NDB-FACTURE   PIC X(10).
               10 WS-NDB-LIGNE     PIC 9(03).

       77  WS-IDX-NDB           PIC 9(04) VALUE 1.
       77  WS-MAX-NOTES         PIC 9(04) VALUE 1000.
       77  WS-NB-NOTES          PIC 9(04) VALUE 0.
       77  WS-NB-IMPUTEES       PIC 9(04) VALUE 0.
       77  WS-FIN-NOTES         PIC X(01) VALUE "N".
       77  WS-NOTES-STATUS      PIC X(02) VALUE SPACES.
       77  WS-TOTAL-DEDUIT      PIC 9(07)V99 VALUE 0.
       77  WS-DEDUIT-ED         PIC ZZZZZZ9.99.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

       77  WS-FIN-REGISTRE      PIC X(01) VALUE "N".
       77  WS-REGISTRE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-RECEPTIONS    PIC X(01) VALUE "N".
       77  WS-MOTIF-LITIGE      PIC X(40) VALUE SPACES.
       77  WS-MONTANT-LIGNE     PIC 9(07)V99 VALUE 0.
       77  WS-MONTANT-ED        PIC ZZZZZZ9.99.
      *Ligne ramenee a l'unite d'achat : quantite, prix de
      *reference a comparer au prix facture, reste de la division.
       77  WS-QTE-ACHAT         PIC 9(03) VALUE 0.
       77  WS-PRIX-ATTENDU      PIC 9(04)V99 VALUE 0.
       77  WS-RESTE-DIVISION    PIC 9(03) VALUE 0.

      *Horodatage de l'exécution, reporté en en-tête des listes.
       01  WS-HORODATAGE        PIC X(19).
       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           PERFORM 0100-READ-FOURN-START
           THRU    0100-READ-FOURN-END.

           PERFORM 0150-READ-ARTICLES-START
           THRU    0150-READ-ARTICLES-END.

           PERFORM 0180-READ-BAREME-START
           THRU    0180-READ-BAREME-END.

           PERFORM 0200-CUMULER-REGISTRE-START
           THRU    0200-CUMULER-REGISTRE-END.

           PERFORM 0300-CUMULER-RECEPTIONS-START
           THRU    0300-CUMULER-RECEPTIONS-END.

           PERFORM 0350-READ-NOTES-START
           THRU    0350-READ-NOTES-END.

           PERFORM 0400-RAPPROCHER-START
           THRU    0400-RAPPROCHER-END.

           PERFORM 0700-REECRIRE-NOTES-START
           THRU    0700-REECRIRE-NOTES-END.

           DISPLAY "Rapprochement : " WS-NB-LIGNES-LUES
                   " ligne(s) de facture, " WS-NB-A-PAYER
                   " a payer, " WS-NB-LITIGES " en litige, "
                   WS-NB-IMPUTEES " note(s) de debit imputee(s)".
           MOVE WS-TOTAL-TVA-DED TO WS-TOTAL-TVA-ED.
           DISPLAY "TVA deductible des lignes a payer : "
                   WS-TOTAL-TVA-ED " (tva-deductible.txt)".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-LIGNES-LUES TO WS-JRN-LUS.
           EXIT.
       0100-READ-FOURN-END.

      *Unites des articles dont l'unite d'achat differe de l'unite
      *de vente ; un facteur absent ou nul vaut 1.
       0150-READ-ARTICLES-START.

           OPEN INPUT FICHIER-ARTICLES.

           IF WS-ARTICLES-STATUS = "00"
               PERFORM UNTIL WS-FIN-ART = "O"
                   READ FICHIER-ARTICLES
                       AT END
                           MOVE "O" TO WS-FIN-ART
                       NOT AT END
                           IF WS-NB-UNITES < WS-MAX-UNITES
                               ADD 1 TO WS-NB-UNITES
                               MOVE F-ART-NUMERO TO
                                    WS-UNI-ARTICLE(WS-NB-UNITES)
                               MOVE F-ART-UNITE  TO
                                    WS-UNI-VENTE(WS-NB-UNITES)
                               MOVE F-ART-CATEGORIE TO
                                    WS-UNI-CATEGORIE(WS-NB-UNITES)
                               IF F-ART-FACTEUR IS NUMERIC AND
                                  F-ART-FACTEUR > 0
                                   MOVE F-ART-UNITE-ACHAT TO
                                        WS-UNI-ACHAT(WS-NB-UNITES)
                                   MOVE F-ART-FACTEUR     TO
                                        WS-UNI-FACTEUR(WS-NB-UNITES)
                               ELSE
                                   MOVE F-ART-UNITE TO
                                        WS-UNI-ACHAT(WS-NB-UNITES)
                                   MOVE 1           TO
                                        WS-UNI-FACTEUR(WS-NB-UNITES)
                               END-IF
                           ELSE
                               DISPLAY "ATTENTION : articles.txt"
                                       " tronque, WS-MAX-UNITES"
                                       " depasse"
                               MOVE "O" TO WS-FIN-ART
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-ARTICLES.

           EXIT.
       0150-READ-ARTICLES-END.

       0180-READ-BAREME-START.

           OPEN INPUT FICHIER-TVA.

      *Statut 05 : fichier optionnel absent, taux standard.
           IF WS-TVA-STATUS = "00" OR WS-TVA-STATUS = "05"
               PERFORM UNTIL WS-FIN-TVA = "O"
                   READ FICHIER-TVA
                       AT END
                           MOVE "O" TO WS-FIN-TVA
                       NOT AT END
                           IF WS-NB-TVA < WS-MAX-TVA
                               ADD 1 TO WS-NB-TVA
                               MOVE F-TVA-CATEGORIE TO
                                    WS-TVA-CATEG(WS-NB-TVA)
                               MOVE F-TVA-TAUX      TO
                                    WS-TVA-TAUX(WS-NB-TVA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TVA
           END-IF.

           EXIT.
       0180-READ-BAREME-END.

      *Cumule les quantites commandees du registre par couple
      *fournisseur/article.
       0200-CUMULER-REGISTRE-START.
           EXIT.
       0300-CUMULER-RECEPTIONS-END.

       0350-READ-NOTES-START.

           OPEN INPUT FICHIER-NOTES.

      *Statut 05 : fichier optionnel absent, aucune note.
           IF WS-NOTES-STATUS = "00" OR WS-NOTES-STATUS = "05"
               PERFORM UNTIL WS-FIN-NOTES = "O"
                   READ FICHIER-NOTES
                       AT END
                           MOVE "O" TO WS-FIN-NOTES
                       NOT AT END
                           IF WS-NB-NOTES < WS-MAX-NOTES
                               ADD 1 TO WS-NB-NOTES
                               MOVE F-ND-NUMERO  TO
                                    WS-NDB-NUMERO(WS-NB-NOTES)
                               MOVE F-ND-DATE    TO
                                    WS-NDB-DATE(WS-NB-NOTES)
                               MOVE F-ND-FOURN   TO
                                    WS-NDB-FOURN(WS-NB-NOTES)
                               MOVE F-ND-PO      TO
                                    WS-NDB-PO(WS-NB-NOTES)
                               MOVE F-ND-ARTICLE TO
                                    WS-NDB-ARTICLE(WS-NB-NOTES)
                               MOVE F-ND-QTE     TO
                                    WS-NDB-QTE(WS-NB-NOTES)
                               MOVE F-ND-PRIX    TO
                                    WS-NDB-PRIX(WS-NB-NOTES)
                               MOVE F-ND-MONTANT TO
                                    WS-NDB-MONTANT(WS-NB-NOTES)
                               MOVE F-ND-MOTIF   TO
                                    WS-NDB-MOTIF(WS-NB-NOTES)
                               MOVE F-ND-STATUT  TO
                                    WS-NDB-STATUT(WS-NB-NOTES)
                               MOVE F-ND-FACTURE TO
                                    WS-NDB-FACTURE(WS-NB-NOTES)
                               MOVE 0            TO
                                    WS-NDB-LIGNE(WS-NB-NOTES)
                           ELSE
      *Table pleine : notes-debit.txt serait reecrit ampute, rien
      *n'est traite, arret avant toute ecriture.
                               DISPLAY "ERREUR : plus de "
                                       WS-MAX-NOTES " lignes dans"
                                       " notes-debit.txt,"
                                       " rapprochement refuse"
                               CLOSE FICHIER-NOTES
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-NOTES
           END-IF.

           EXIT.
       0350-READ-NOTES-END.

      *Retrouve (ou cree) l'entree de cumuls du couple
      *fournisseur/article pose dans WS-CLE-FOURN/WS-CLE-ARTICLE.
       0250-TROUVER-CUMUL-START.

           OPEN OUTPUT FICHIER-A-PAYER.
           OPEN OUTPUT FICHIER-LITIGES.
           OPEN OUTPUT FICHIER-DETTES.
           OPEN OUTPUT FICHIER-TVADED.

           MOVE SPACES TO F-A-PAYER-ENTETE.
           STRING "Factures fournisseurs a payer - execution du "

           CLOSE FICHIER-A-PAYER.
           CLOSE FICHIER-LITIGES.
           CLOSE FICHIER-DETTES.
           CLOSE FICHIER-TVADED.

           EXIT.
       0400-RAPPROCHER-END.
               END-IF
           END-PERFORM.

           PERFORM 0520-PRIX-A-LA-COMMANDE-START
           THRU    0520-PRIX-A-LA-COMMANDE-END.

      *Ramene la ligne a l'unite d'achat. A blanc ou dans l'unite
      *d'achat, elle est prise telle quelle ; dans l'unite de
      *vente, la quantite est divisee par le facteur (elle doit
      *tomber juste) et le prix attendu est le prix de reference
      *divise par le facteur.
           MOVE F-FF-QTE          TO WS-QTE-ACHAT.
           MOVE WS-PRIX-REFERENCE TO WS-PRIX-ATTENDU.
           MOVE 0 TO WS-UNI-TROUVE.
           PERFORM VARYING WS-IDX-UNI FROM 1 BY 1
                   UNTIL WS-IDX-UNI > WS-NB-UNITES
               IF WS-UNI-ARTICLE(WS-IDX-UNI) = F-FF-ARTICLE
                   MOVE WS-IDX-UNI TO WS-UNI-TROUVE
               END-IF
           END-PERFORM.

           IF F-FF-UNITE NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-UNI-TROUVE = 0
                       MOVE "UNITE INCONNUE" TO WS-MOTIF-LITIGE
                   WHEN F-FF-UNITE = WS-UNI-ACHAT(WS-UNI-TROUVE)
                       CONTINUE
                   WHEN F-FF-UNITE = WS-UNI-VENTE(WS-UNI-TROUVE)
                       DIVIDE WS-UNI-FACTEUR(WS-UNI-TROUVE)
                              INTO F-FF-QTE GIVING WS-QTE-ACHAT
                              REMAINDER WS-RESTE-DIVISION
                       IF WS-RESTE-DIVISION NOT = 0
                           MOVE "QUANTITE NON CONVERTIBLE"
                                TO WS-MOTIF-LITIGE
                       END-IF
                       COMPUTE WS-PRIX-ATTENDU ROUNDED =
                               WS-PRIX-REFERENCE /
                               WS-UNI-FACTEUR(WS-UNI-TROUVE)
                   WHEN OTHER
                       MOVE "UNITE INCONNUE" TO WS-MOTIF-LITIGE
               END-EVALUATE
           END-IF.

           EVALUATE TRUE
               WHEN WS-MOTIF-LITIGE NOT = SPACES
                   CONTINUE
               WHEN WS-CUM-TROUVE = 0
                   MOVE "AUCUNE COMMANDE NI RECEPTION"
                        TO WS-MOTIF-LITIGE
               WHEN WS-PRIX-CONNU = "N"
                   MOVE "PRIX DE REFERENCE INCONNU"
                        TO WS-MOTIF-LITIGE
               WHEN F-FF-PRIX NOT = WS-PRIX-ATTENDU
                   MOVE "PRIX FACTURE <> PRIX DE REFERENCE"
                        TO WS-MOTIF-LITIGE
               WHEN WS-QTE-ACHAT + WS-CUM-FACTURE(WS-CUM-TROUVE) >
                    WS-CUM-COMMANDE(WS-CUM-TROUVE)
                   MOVE "QUANTITE AU-DELA DU COMMANDE"
                        TO WS-MOTIF-LITIGE
               WHEN WS-QTE-ACHAT + WS-CUM-FACTURE(WS-CUM-TROUVE) >
                    WS-CUM-RECU(WS-CUM-TROUVE)
                   MOVE "QUANTITE AU-DELA DU RECU"
                        TO WS-MOTIF-LITIGE
           END-EVALUATE.

           IF WS-MOTIF-LITIGE = SPACES
               ADD WS-QTE-ACHAT TO WS-CUM-FACTURE(WS-CUM-TROUVE)
               COMPUTE WS-MONTANT-LIGNE = F-FF-QTE * F-FF-PRIX
               PERFORM 0550-IMPUTER-NOTES-START
               THRU    0550-IMPUTER-NOTES-END
               MOVE WS-MONTANT-LIGNE TO WS-MONTANT-ED
               MOVE SPACES TO F-A-PAYER
               IF WS-TOTAL-DEDUIT = 0
                   STRING F-FF-FOURN
                          " facture " F-FF-NUMERO
                          " article " F-FF-ARTICLE
                          " x " F-FF-QTE " " F-FF-UNITE
                          " = " WS-MONTANT-ED
                          DELIMITED BY SIZE INTO F-A-PAYER
               ELSE
                   MOVE WS-TOTAL-DEDUIT TO WS-DEDUIT-ED
                   STRING F-FF-FOURN
                          " facture " F-FF-NUMERO
                          " article " F-FF-ARTICLE
                          " x " F-FF-QTE " " F-FF-UNITE
                          " = " WS-MONTANT-ED
                          " net de " WS-DEDUIT-ED
                          DELIMITED BY SIZE INTO F-A-PAYER
               END-IF
               WRITE F-A-PAYER
               MOVE SPACES           TO F-DETTE
               MOVE F-FF-FOURN       TO F-DF-FOURN
               MOVE F-FF-NUMERO      TO F-DF-NUMERO
               MOVE F-FF-ARTICLE     TO F-DF-ARTICLE
               MOVE 0                TO F-DF-DATE
               IF F-FF-DATE IS NUMERIC
                   MOVE F-FF-DATE    TO F-DF-DATE
               END-IF
               MOVE WS-MONTANT-LIGNE TO F-DF-MONTANT
               WRITE F-DETTE
               PERFORM 0600-TVA-DEDUCTIBLE-START
               THRU    0600-TVA-DEDUCTIBLE-END
               PERFORM VARYING WS-IDX-NDB FROM 1 BY 1
                       UNTIL WS-IDX-NDB > WS-NB-NOTES
                   IF WS-NDB-LIGNE(WS-IDX-NDB) = WS-NB-LIGNES-LUES
                       MOVE WS-NDB-MONTANT(WS-IDX-NDB) TO WS-DEDUIT-ED
                       MOVE SPACES TO F-A-PAYER
                       STRING "   note de debit "
                              WS-NDB-NUMERO(WS-IDX-NDB)
                              " commande " WS-NDB-PO(WS-IDX-NDB)
                              " x " WS-NDB-QTE(WS-IDX-NDB)
                              " deduite : " WS-DEDUIT-ED
                              DELIMITED BY SIZE INTO F-A-PAYER
                       WRITE F-A-PAYER
                   END-IF
               END-PERFORM
               ADD 1 TO WS-NB-A-PAYER
           ELSE
               MOVE SPACES TO F-LITIGE
               STRING F-FF-FOURN
                      " facture " F-FF-NUMERO
                      " article " F-FF-ARTICLE
                      " x " F-FF-QTE " " F-FF-UNITE
                      " : " WS-MOTIF-LITIGE
                      DELIMITED BY SIZE INTO F-LITIGE
               WRITE F-LITIGE

           EXIT.
       0500-UNE-LIGNE-END.

      *Deduit de la ligne conforme les notes de debit ouvertes du
      *couple fournisseur/article, dans l'ordre du registre, tant
      *que le montant de la ligne les couvre ; une note plus forte
      *que le reste de la ligne attend une facture suivante.
      *Prix en vigueur a la date de la commande facturee : la
      *commande du couple la plus recente qui ne soit pas
      *posterieure a la facture (toutes si la facture n'est pas
      *datee), puis le tarif historise de date d'effet la plus
      *recente qui ne depasse pas cette commande (a date egale, la
      *derniere saisie). Sans l'un ou l'autre, le prix de
      *fournisseurs.txt est garde. Les deux fichiers sont relus
      *en entier : les commandes et tarifs recents comptent.
       0520-PRIX-A-LA-COMMANDE-START.

           MOVE 99999999 TO WS-DATE-LIMITE.
           IF F-FF-DATE IS NUMERIC
               IF F-FF-DATE > 0
                   MOVE F-FF-DATE TO WS-DATE-LIMITE
               END-IF
           END-IF.

           MOVE 0   TO WS-DATE-COMMANDE.
           MOVE "N" TO WS-FIN-REGISTRE.
           OPEN INPUT FICHIER-REGISTRE.
           IF WS-REGISTRE-STATUS = "00" OR WS-REGISTRE-STATUS = "05"
               PERFORM UNTIL WS-FIN-REGISTRE = "O"
                   READ FICHIER-REGISTRE
                       AT END
                           MOVE "O" TO WS-FIN-REGISTRE
                       NOT AT END
                           IF F-PO-FOURN = F-FF-FOURN AND
                              F-PO-ARTICLE = F-FF-ARTICLE AND
                              F-PO-DATE <= WS-DATE-LIMITE AND
                              F-PO-DATE > WS-DATE-COMMANDE
                               MOVE F-PO-DATE TO WS-DATE-COMMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REGISTRE
           END-IF.

           IF WS-DATE-COMMANDE = 0
               GO TO 0520-PRIX-A-LA-COMMANDE-END
           END-IF.

           MOVE "N" TO WS-TAR-TROUVE.
           MOVE 0   TO WS-TAR-EFFET-RETENU.
           MOVE "N" TO WS-FIN-TARIFS.
           OPEN INPUT FICHIER-TARIFS.
           IF WS-TARIFS-STATUS = "00" OR WS-TARIFS-STATUS = "05"
               PERFORM UNTIL WS-FIN-TARIFS = "O"
                   READ FICHIER-TARIFS
                       AT END
                           MOVE "O" TO WS-FIN-TARIFS
                       NOT AT END
                           IF F-TAR-FOURN = F-FF-FOURN AND
                              F-TAR-ARTICLE = F-FF-ARTICLE AND
                              F-TAR-EFFET <= WS-DATE-COMMANDE AND
                              (WS-TAR-TROUVE = "N" OR
                               F-TAR-EFFET >= WS-TAR-EFFET-RETENU)
                               MOVE "O"         TO WS-TAR-TROUVE
                               MOVE F-TAR-EFFET TO WS-TAR-EFFET-RETENU
                               MOVE F-TAR-PRIX  TO WS-TAR-PRIX-RETENU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TARIFS
           END-IF.

           IF WS-TAR-TROUVE = "O"
               MOVE "O" TO WS-PRIX-CONNU
               MOVE WS-TAR-PRIX-RETENU TO WS-PRIX-REFERENCE
           END-IF.

           EXIT.
       0520-PRIX-A-LA-COMMANDE-END.

       0550-IMPUTER-NOTES-START.

           MOVE 0 TO WS-TOTAL-DEDUIT.

      *Notes imputees a cette facture par un traitement precedent.
           PERFORM VARYING WS-IDX-NDB FROM 1 BY 1
                   UNTIL WS-IDX-NDB > WS-NB-NOTES
               IF WS-NDB-STATUT(WS-IDX-NDB) = "I" AND
                  WS-NDB-LIGNE(WS-IDX-NDB) = 0 AND
                  WS-NDB-FOURN(WS-IDX-NDB) = F-FF-FOURN AND
                  WS-NDB-ARTICLE(WS-IDX-NDB) = F-FF-ARTICLE AND
                  WS-NDB-FACTURE(WS-IDX-NDB) = F-FF-NUMERO AND
                  WS-NDB-MONTANT(WS-IDX-NDB) <= WS-MONTANT-LIGNE
                   SUBTRACT WS-NDB-MONTANT(WS-IDX-NDB)
                       FROM WS-MONTANT-LIGNE
                   ADD WS-NDB-MONTANT(WS-IDX-NDB) TO WS-TOTAL-DEDUIT
                   MOVE WS-NB-LIGNES-LUES TO WS-NDB-LIGNE(WS-IDX-NDB)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-NDB FROM 1 BY 1
                   UNTIL WS-IDX-NDB > WS-NB-NOTES
               IF WS-NDB-STATUT(WS-IDX-NDB) = "O" AND
                  WS-NDB-FOURN(WS-IDX-NDB) = F-FF-FOURN AND
                  WS-NDB-ARTICLE(WS-IDX-NDB) = F-FF-ARTICLE AND
                  WS-NDB-MONTANT(WS-IDX-NDB) <= WS-MONTANT-LIGNE
                   SUBTRACT WS-NDB-MONTANT(WS-IDX-NDB)
                       FROM WS-MONTANT-LIGNE
                   ADD WS-NDB-MONTANT(WS-IDX-NDB) TO WS-TOTAL-DEDUIT
                   MOVE "I"               TO WS-NDB-STATUT(WS-IDX-NDB)
                   MOVE F-FF-NUMERO       TO WS-NDB-FACTURE(WS-IDX-NDB)
                   MOVE WS-NB-LIGNES-LUES TO WS-NDB-LIGNE(WS-IDX-NDB)
                   ADD 1 TO WS-NB-IMPUTEES
               END-IF
           END-PERFORM.

           EXIT.
       0550-IMPUTER-NOTES-END.

      *TVA deductible de la ligne conforme, sur son net apres
      *notes de debit : au taux facture, sinon au taux de la
      *categorie de l'article, sinon au taux standard.
       0600-TVA-DEDUCTIBLE-START.

           MOVE WS-TAUX-STANDARD TO WS-TAUX-LIGNE.
           IF F-FF-TAUX IS NUMERIC
               MOVE F-FF-TAUX TO WS-TAUX-LIGNE
           ELSE
               IF WS-UNI-TROUVE > 0
                   PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                           UNTIL WS-IDX-TVA > WS-NB-TVA
                       IF WS-TVA-CATEG(WS-IDX-TVA) =
                          WS-UNI-CATEGORIE(WS-UNI-TROUVE)
                           MOVE WS-TVA-TAUX(WS-IDX-TVA)
                                TO WS-TAUX-LIGNE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

           COMPUTE WS-TVA-LIGNE ROUNDED =
                   WS-MONTANT-LIGNE * WS-TAUX-LIGNE / 100.
           ADD WS-TVA-LIGNE TO WS-TOTAL-TVA-DED.

           MOVE SPACES           TO F-TVADED.
           MOVE WS-DATE-JOUR     TO F-TD-DATE.
           IF F-FF-DATE IS NUMERIC
               MOVE F-FF-DATE    TO F-TD-DATE
           END-IF.
           MOVE F-FF-FOURN       TO F-TD-FOURN.
           MOVE F-FF-NUMERO      TO F-TD-NUMERO.
           MOVE F-FF-ARTICLE     TO F-TD-ARTICLE.
           MOVE WS-TAUX-LIGNE    TO F-TD-TAUX.
           MOVE WS-MONTANT-LIGNE TO F-TD-BASE.
           MOVE WS-TVA-LIGNE     TO F-TD-TVA.
           WRITE F-TVADED.

           EXIT.
       0600-TVA-DEDUCTIBLE-END.

      *Reecrit le registre des notes de debit avec les imputations
      *du traitement.
       0700-REECRIRE-NOTES-START.

           IF WS-NB-IMPUTEES = 0
               GO TO 0700-REECRIRE-NOTES-END
           END-IF.

      *Sauvegarde a generations du registre avant de le remplacer.
           MOVE "notes-debit.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-NOTES.

           PERFORM VARYING WS-IDX-NDB FROM 1 BY 1
                   UNTIL WS-IDX-NDB > WS-NB-NOTES
               MOVE SPACES                     TO F-NOTE-DEBIT
               MOVE WS-NDB-NUMERO(WS-IDX-NDB)  TO F-ND-NUMERO
               MOVE WS-NDB-DATE(WS-IDX-NDB)    TO F-ND-DATE
               MOVE WS-NDB-FOURN(WS-IDX-NDB)   TO F-ND-FOURN
               MOVE WS-NDB-PO(WS-IDX-NDB)      TO F-ND-PO
               MOVE WS-NDB-ARTICLE(WS-IDX-NDB) TO F-ND-ARTICLE
               MOVE WS-NDB-QTE(WS-IDX-NDB)     TO F-ND-QTE
               MOVE WS-NDB-PRIX(WS-IDX-NDB)    TO F-ND-PRIX
               MOVE WS-NDB-MONTANT(WS-IDX-NDB) TO F-ND-MONTANT
               MOVE WS-NDB-MOTIF(WS-IDX-NDB)   TO F-ND-MOTIF
               MOVE WS-NDB-STATUT(WS-IDX-NDB)  TO F-ND-STATUT
               MOVE WS-NDB-FACTURE(WS-IDX-NDB) TO F-ND-FACTURE
               WRITE F-NOTE-DEBIT
           END-PERFORM.

           CLOSE FICHIER-NOTES.

           EXIT.
       0700-REECRIRE-NOTES-END.

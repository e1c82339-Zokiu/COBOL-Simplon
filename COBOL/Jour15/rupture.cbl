           ORGANIZATION IS LINE SEQUENTIAL.

      *Referentiel des fournisseurs : une ligne par couple
      *fournisseur/article, avec le prix unitaire, le delai, les
      *conditions du fournisseur (minimum de commande et seuil de
      *franco, portes sur chacune de ses lignes) et le colisage de
      *l'article.
       SELECT FICHIER-FOURNISSEURS ASSIGN TO "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Historique date des tarifs fournisseur, tenu par fournmait :
      *le prix et le delai retenus sont ceux en vigueur a la date
      *des commandes emises. OPTIONAL : sans historique, ceux de
      *fournisseurs.txt s'appliquent.
       SELECT OPTIONAL FICHIER-TARIFS ASSIGN TO
           "tarifs-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARIFS-STATUS.

      *Referentiel des articles (seuil propre a chaque article,
      *fournisseur prefere, indicateur actif). OPTIONAL : sans
      *referentiel, le seuil global saisi reste applique a tous.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRE-STATUS.

      *Seuils propres a un couple article/depot. OPTIONAL : sans
      *ligne pour un depot, le seuil de l'article est reparti a
      *parts egales entre les depots qui le stockent.
       SELECT OPTIONAL FICHIER-SEUILS-DEPOTS ASSIGN TO
           "seuils-depots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEUILS-DEPOTS-STATUS.

      *Transferts proposes entre depots avant tout achat, dans le
      *decoupage de transferts.txt lu par transfert : une fois
      *relus, ils y sont verses tels quels.
       SELECT FICHIER-TRF-PROPOSES ASSIGN TO "transferts-proposes.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Commandes fournisseur retenues faute d'atteindre le minimum
      *du fournisseur, avec le motif : non inscrites au registre,
      *elles sont reconsiderees a l'execution suivante.
       SELECT FICHIER-RETENUES ASSIGN TO "commandes-retenues.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  F-RUPTURE-ENTETE    PIC X(40).
      *Ligne de ventilation par depot sous l'article en rupture.
       01  F-RUPTURE-DETAIL    PIC X(40).
      *Bilan des conditions fournisseur en pied de rapport.
       01  F-RUPTURE-BILAN     PIC X(90).

       FD FICHIER-CONSOMMATION.
       01  F-CONSOMMATION.
           05 F-REAPPRO-FOURN   PIC X(08).
           05 FILLER            PIC X(01).
           05 F-REAPPRO-DATE    PIC 9(08).
      *Unite d'achat dans laquelle la quantite est exprimee.
           05 FILLER            PIC X(01).
           05 F-REAPPRO-UNITE   PIC X(04).
      *En-tête d'audit (date/heure d'exécution), écrit en première
      *ligne avant le détail des commandes fournisseur.
       01  F-REAPPRO-ENTETE    PIC X(40).
           05 F-FOURN-PRIX      PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 F-FOURN-DELAI     PIC 9(02).
      *Zones ajoutees en fin de ligne : absentes des anciennes
      *lignes, elles sont lues a blanc et valent alors 0 (pas de
      *minimum, pas de franco, colisage a l'unite).
           05 FILLER            PIC X(01).
           05 F-FOURN-MINIMUM   PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 F-FOURN-FRANCO    PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 F-FOURN-COLIS     PIC 9(03).

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

      *Meme decoupage que le FD du programme articles, qui tient
      *ce referentiel : la fiche porte le prix courant et la
      *promotion depuis la migration migart (non utilises ici),
      *puis l'unite d'achat et le nombre d'unites de vente qu'elle
      *contient.
       FD FICHIER-ARTICLES.
       01  F-ART.
           05 F-ART-NUMERO      PIC X(10).
           05 F-ART-PROMO-DEBUT PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-ART-PROMO-FIN   PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-ART-UNITE-ACHAT PIC X(04).
           05 FILLER            PIC X(01).
           05 F-ART-FACTEUR     PIC 9(03).

      *Meme decoupage que le FD du programme prevision, qui ecrit
      *ce fichier.
       FD FICHIER-PARAM.
       01  F-PARAM              PIC X(20).

       FD FICHIER-SEUILS-DEPOTS.
       01  F-SEUIL-DEPOT.
           05 F-SD-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-SD-DEPOT        PIC X(05).
           05 FILLER            PIC X(01).
           05 F-SD-SEUIL        PIC 9(03).

      *Meme decoupage que le FD FICHIER-TRANSFERTS de transfert.
       FD FICHIER-TRF-PROPOSES.
       01  F-TRANSFERT.
           05 F-TRF-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-TRF-SOURCE      PIC X(05).
           05 FILLER            PIC X(01).
           05 F-TRF-CIBLE       PIC X(05).
           05 FILLER            PIC X(01).
           05 F-TRF-QTE         PIC 9(03).

      *Une ligne du registre par commande fournisseur : numero,
      *date d'emission, article, quantite commandee, fournisseur,
      *quantite recue (toutes deux en unite d'achat) et statut
      *(O ouverte, P partiellement recue, S soldee).
       FD FICHIER-REGISTRE.
       01  F-PO.
           05 F-PO-NUMERO       PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-PO-STATUT       PIC X(01).

       FD FICHIER-RETENUES.
       01  F-RETENUE            PIC X(90).

       WORKING-STORAGE SECTION.

      *Stock CONSOLIDE par article, tous depots confondus : c'est
       77  WS-NB-DEP-LUS        PIC 9(02) VALUE 0.
       77  WS-INV-TROUVE        PIC 9(02) VALUE 0.

      *Equilibrage entre depots, en parallele de WS-TABLE-DEPOTS :
      *seuil du depot, manque pour remonter a son niveau de
      *recompletement, et surplus cedable au-dessus de son seuil.
       01  WS-TABLE-EQUILIBRE.
           05 WS-EQ OCCURS 30 TIMES.
               10 WS-EQ-SEUIL    PIC 9(03).
               10 WS-EQ-MANQUE   PIC 9(04).
               10 WS-EQ-SURPLUS  PIC 9(05).

       77  WS-IDX-DON           PIC 9(02) VALUE 1.
       77  WS-NB-DEPOTS-ART     PIC 9(02) VALUE 0.
       77  WS-SEUIL-DEFAUT      PIC 9(03) VALUE 0.
      *Prise en cours, le plus petit du manque et du surplus,
      *avant et apres la borne de la zone quantite de
      *transferts.txt.
       77  WS-QTE-TRF           PIC 9(05) VALUE 0.
      *Quantite transferee vers les depots de l'article en cours,
      *et ce qu'elle retire de son achat.
       77  WS-QTE-TRANSFEREE    PIC 9(05) VALUE 0.
       77  WS-QTE-EVITEE        PIC 9(05) VALUE 0.
       77  WS-NB-TRF-PROPOSES   PIC 9(03) VALUE 0.
       77  WS-TOT-TRANSFERE     PIC 9(06) VALUE 0.
       77  WS-TOT-EVITE         PIC 9(06) VALUE 0.
       77  WS-VAL-EVITEE        PIC 9(07)V99 VALUE 0.
       77  WS-VAL-EVITEE-ED     PIC Z(06)9.99.

      *Seuils par depot charges de seuils-depots.txt.
       01  WS-TABLE-SEUILS-DEPOTS.
           05 WS-SD OCCURS 50 TIMES.
               10 WS-SD-ARTICLE  PIC X(10).
               10 WS-SD-DEPOT    PIC X(05).
               10 WS-SD-SEUIL    PIC 9(03).

       77  WS-IDX-SD            PIC 9(02) VALUE 1.
       77  WS-MAX-SD            PIC 9(02) VALUE 50.
       77  WS-NB-SD-LUS         PIC 9(02) VALUE 0.
       77  WS-FIN-SD            PIC X     VALUE "N".
       77  WS-SEUILS-DEPOTS-STATUS PIC X(02) VALUE SPACES.

       77  WS-INDEX             PIC 9(02) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(02) VALUE 15.
      *Nombre d'articles reellement lus dans inventaire.txt, par
               10 WS-FOURN-ARTICLE PIC X(10).
               10 WS-FOURN-PRIX    PIC 9(04)V99.
               10 WS-FOURN-DELAI   PIC 9(02).
               10 WS-FOURN-COLIS   PIC 9(03).
      *Date d'effet du tarif historise retenu (0 = aucun).
               10 WS-FOURN-EFFET   PIC 9(08).

      *Conditions par fournisseur, relevees sur ses lignes : le
      *premier minimum et le premier franco non nuls l'emportent.
       01  WS-TABLE-CONDITIONS.
           05 WS-COND OCCURS 20 TIMES.
               10 WS-COND-CODE     PIC X(08).
               10 WS-COND-MINIMUM  PIC 9(05)V99.
               10 WS-COND-FRANCO   PIC 9(05)V99.

       77  WS-IDX-COND          PIC 9(02) VALUE 1.
       77  WS-MAX-COND          PIC 9(02) VALUE 20.
       77  WS-NB-COND           PIC 9(02) VALUE 0.
       77  WS-COND-TROUVE       PIC 9(02) VALUE 0.

       77  WS-IDX-FOURN         PIC 9(02) VALUE 1.
       77  WS-MAX-FOURN         PIC 9(02) VALUE 20.
       77  WS-NB-FOURN-LUS      PIC 9(02) VALUE 0.
       77  WS-FIN-FOURN         PIC X     VALUE "N".
       77  WS-FIN-TARIFS        PIC X     VALUE "N".
       77  WS-TARIFS-STATUS     PIC X(02) VALUE SPACES.

      *Referentiel des articles charge depuis articles.txt.
       01  WS-TABLE-ART.
               10 WS-ART-SEUIL     PIC 9(03).
               10 WS-ART-FOURN     PIC X(08).
               10 WS-ART-ACTIF     PIC X(01).
               10 WS-ART-UNITE-ACHAT PIC X(04).
               10 WS-ART-FACTEUR   PIC 9(03).

       77  WS-IDX-ART           PIC 9(02) VALUE 1.
       77  WS-MAX-ART           PIC 9(02) VALUE 50.
       77  WS-SEUIL-ARTICLE     PIC 9(03) VALUE 0.
       77  WS-ART-EST-ACTIF     PIC X(01) VALUE "O".
       77  WS-FOURN-PREFERE     PIC X(08) VALUE SPACES.
      *Unite d'achat de l'article en cours et nombre d'unites de
      *vente (celles du stock) qu'elle contient.
       77  WS-UNITE-ACHAT       PIC X(04) VALUE SPACES.
       77  WS-FACTEUR-ARTICLE   PIC 9(03) VALUE 1.

      *Critere de choix du fournisseur : 1 = le moins cher,
      *2 = le plus rapide (delai le plus court).
       77  WS-MEILLEUR-CODE     PIC X(08) VALUE SPACES.
       77  WS-MEILLEUR-PRIX     PIC 9(04)V99 VALUE 0.
       77  WS-MEILLEUR-DELAI    PIC 9(02) VALUE 0.
       77  WS-MEILLEUR-COLIS    PIC 9(03) VALUE 0.
       77  WS-FOURN-TROUVE      PIC X(01) VALUE "N".

      *Quantites encore ouvertes au registre des commandes
       01  WS-TABLE-ENCOURS.
           05 WS-ENCOURS OCCURS 15 TIMES.
               10 WS-ENC-ARTICLE   PIC X(10).
               10 WS-ENC-QTE       PIC 9(05).

       77  WS-IDX-ENC           PIC 9(02) VALUE 1.
       77  WS-MAX-ENCOURS       PIC 9(02) VALUE 15.
       77  WS-NUMERO-PO         PIC 9(06) VALUE 0.
      *Reste ouvert de la ligne de registre en cours de chargement
      *et besoin net apres deduction de l'en-cours.
       77  WS-RESTE-OUVERT      PIC S9(05) VALUE 0.
       77  WS-BESOIN-NET        PIC S9(05) VALUE 0.
       77  WS-NB-NETTES         PIC 9(02) VALUE 0.

      *Lignes de commande en attente d'ecriture, retenues le temps
               10 WS-ATT-QTE       PIC 9(03).
               10 WS-ATT-FOURN     PIC X(08).
               10 WS-ATT-ECRIT     PIC X(01).
               10 WS-ATT-PRIX      PIC 9(04)V99.
               10 WS-ATT-ANTICIPE  PIC X(01).
               10 WS-ATT-UNITE     PIC X(04).

       77  WS-IDX-ATTENTE       PIC 9(02) VALUE 1.
       77  WS-IDX-GROUPE        PIC 9(02) VALUE 1.
       77  WS-NB-ATTENTE        PIC 9(02) VALUE 0.
       77  WS-MAX-ATTENTE       PIC 9(02) VALUE 30.
      *Fournisseur du groupe en cours d'ecriture.
       77  WS-FOURN-GROUPE      PIC X(08) VALUE SPACES.

      *Articles de la liste de surveillance, proches de leur seuil
      *sans l'avoir atteint : ils peuvent etre commandes par
      *anticipation pour porter au minimum ou au franco la
      *commande d'un de leurs fournisseurs.
       01  WS-TABLE-ANTICIPE.
           05 WS-ANT OCCURS 15 TIMES.
               10 WS-ANT-ARTICLE   PIC X(10).
               10 WS-ANT-BESOIN    PIC 9(05).
               10 WS-ANT-PRIS      PIC X(01).
               10 WS-ANT-UNITE     PIC X(04).
               10 WS-ANT-FACTEUR   PIC 9(03).

       77  WS-IDX-ANT           PIC 9(02) VALUE 1.
       77  WS-MAX-ANT           PIC 9(02) VALUE 15.
       77  WS-NB-ANT            PIC 9(02) VALUE 0.

      *Conversion du besoin (unites de vente) en unites d'achat,
      *puis arrondi au colis entier superieur.
       77  WS-FACTEUR-ARRONDI   PIC 9(03) VALUE 1.
       77  WS-QTE-ACHAT         PIC 9(05) VALUE 0.
       77  WS-NB-COLIS          PIC 9(05) VALUE 0.
       77  WS-QTE-ARRONDIE      PIC 9(05) VALUE 0.
       77  WS-ARTICLE-ARRONDI   PIC X(10) VALUE SPACES.

      *Groupe fournisseur en cours : valeur, conditions et bilan.
       77  WS-VALEUR-GROUPE     PIC 9(07)V99 VALUE 0.
       77  WS-GRP-MINIMUM       PIC 9(05)V99 VALUE 0.
       77  WS-GRP-FRANCO        PIC 9(05)V99 VALUE 0.
       77  WS-GRP-MANQUE        PIC 9(07)V99 VALUE 0.
       77  WS-LIGNE-TROUVEE     PIC 9(02) VALUE 0.
       77  WS-NB-ANTICIPEES     PIC 9(02) VALUE 0.
       77  WS-NB-EMISES         PIC 9(02) VALUE 0.
       77  WS-NB-RETENUES       PIC 9(02) VALUE 0.
       77  WS-NB-GRP-RETENUS    PIC 9(02) VALUE 0.
       77  WS-VALEUR-ED         PIC Z(06)9.99.
       77  WS-MINIMUM-ED        PIC Z(04)9.99.
       77  WS-FRANCO-ED         PIC Z(04)9.99.
       77  WS-MANQUE-ED         PIC Z(06)9.99.
       77  WS-PRIX-ED           PIC Z(03)9.99.

      *Horodatage de l'exécution, reporté en en-tête des fichiers de
      *sortie de ce batch, et date du jour AAAAMMJJ estampillee sur
      *chaque ligne de commande fournisseur.
           PERFORM 0120-READ-FOURN-START
           THRU    0120-READ-FOURN-END.

           PERFORM 0127-READ-TARIFS-START
           THRU    0127-READ-TARIFS-END.

           PERFORM 0130-READ-ARTICLES-START
           THRU    0130-READ-ARTICLES-END.

           PERFORM 0138-READ-REGISTRE-START
           THRU    0138-READ-REGISTRE-END.

           PERFORM 0137-READ-SEUILS-DEPOTS-START
           THRU    0137-READ-SEUILS-DEPOTS-END.

           PERFORM 0150-CONSUME-START
           THRU    0150-CONSUME-END.


      *Consignation de l'execution dans le journal des operations.
           COMPUTE WS-JRN-LUS = WS-NB-ARTICLE-LUS + WS-NB-CONSO-LUES.
           MOVE WS-NB-EMISES TO WS-JRN-ECRITS.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.
                                WS-FOURN-PRIX(WS-IDX-FOURN)
                           MOVE F-FOURN-DELAI   TO
                                WS-FOURN-DELAI(WS-IDX-FOURN)
                           MOVE 0 TO WS-FOURN-COLIS(WS-IDX-FOURN)
                           MOVE 0 TO WS-FOURN-EFFET(WS-IDX-FOURN)
                           IF F-FOURN-COLIS IS NUMERIC
                               MOVE F-FOURN-COLIS TO
                                    WS-FOURN-COLIS(WS-IDX-FOURN)
                           END-IF
                           ADD 1 TO WS-IDX-FOURN
                       END-IF
                       PERFORM 0125-CONDITIONS-START
                       THRU    0125-CONDITIONS-END
               END-READ
           END-PERFORM.

           EXIT.
       0120-READ-FOURN-END.

      *Releve le minimum de commande et le seuil de franco du
      *fournisseur de la ligne lue.
       0125-CONDITIONS-START.

           MOVE 0 TO WS-COND-TROUVE.
           PERFORM VARYING WS-IDX-COND FROM 1 BY 1
                   UNTIL WS-IDX-COND > WS-NB-COND
               IF WS-COND-CODE(WS-IDX-COND) = F-FOURN-CODE
                   MOVE WS-IDX-COND TO WS-COND-TROUVE
               END-IF
           END-PERFORM.

           IF WS-COND-TROUVE = 0
               IF WS-NB-COND < WS-MAX-COND
                   ADD 1 TO WS-NB-COND
                   MOVE WS-NB-COND   TO WS-COND-TROUVE
                   MOVE F-FOURN-CODE TO WS-COND-CODE(WS-COND-TROUVE)
                   MOVE 0 TO WS-COND-MINIMUM(WS-COND-TROUVE)
                   MOVE 0 TO WS-COND-FRANCO(WS-COND-TROUVE)
               ELSE
                   GO TO 0125-CONDITIONS-END
               END-IF
           END-IF.

           IF F-FOURN-MINIMUM IS NUMERIC
              AND WS-COND-MINIMUM(WS-COND-TROUVE) = 0
               MOVE F-FOURN-MINIMUM TO
                    WS-COND-MINIMUM(WS-COND-TROUVE)
           END-IF.
           IF F-FOURN-FRANCO IS NUMERIC
              AND WS-COND-FRANCO(WS-COND-TROUVE) = 0
               MOVE F-FOURN-FRANCO TO
                    WS-COND-FRANCO(WS-COND-TROUVE)
           END-IF.

           EXIT.
       0125-CONDITIONS-END.

      *Les commandes emises sont datees du jour : chaque ligne prend
      *le tarif historise en vigueur a cette date, soit la date
      *d'effet la plus recente qui ne la depasse pas (a date egale,
      *la derniere saisie). Un tarif annonce mais pas encore entre
      *en vigueur est ignore, meme si fournisseurs.txt n'a pas ete
      *remis a jour depuis.
       0127-READ-TARIFS-START.

           OPEN INPUT FICHIER-TARIFS.

      *Statut 05 : fichier optionnel absent, aucun historique.
           IF WS-TARIFS-STATUS = "00" OR WS-TARIFS-STATUS = "05"
               PERFORM UNTIL WS-FIN-TARIFS = "Y"
                   READ FICHIER-TARIFS
                       AT END
                           MOVE "Y" TO WS-FIN-TARIFS
                       NOT AT END
                           IF F-TAR-EFFET <= WS-DATE-JOUR
                               PERFORM 0128-APPLIQUER-TARIF-START
                               THRU    0128-APPLIQUER-TARIF-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TARIFS
           END-IF.

           EXIT.
       0127-READ-TARIFS-END.

       0128-APPLIQUER-TARIF-START.

           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN-LUS
               IF WS-FOURN-CODE(WS-IDX-FOURN) = F-TAR-FOURN AND
                  WS-FOURN-ARTICLE(WS-IDX-FOURN) = F-TAR-ARTICLE AND
                  F-TAR-EFFET >= WS-FOURN-EFFET(WS-IDX-FOURN)
                   MOVE F-TAR-PRIX  TO WS-FOURN-PRIX(WS-IDX-FOURN)
                   MOVE F-TAR-DELAI TO WS-FOURN-DELAI(WS-IDX-FOURN)
                   MOVE F-TAR-EFFET TO WS-FOURN-EFFET(WS-IDX-FOURN)
               END-IF
           END-PERFORM.

           EXIT.
       0128-APPLIQUER-TARIF-END.

      *Chargement du referentiel des articles, s'il existe : seuil
      *propre, fournisseur prefere et indicateur actif.
       0130-READ-ARTICLES-START.
                                    WS-ART-FOURN(WS-IDX-ART)
                               MOVE F-ART-ACTIF  TO
                                    WS-ART-ACTIF(WS-IDX-ART)
                               IF F-ART-FACTEUR IS NUMERIC AND
                                  F-ART-FACTEUR > 0
                                   MOVE F-ART-FACTEUR TO
                                        WS-ART-FACTEUR(WS-IDX-ART)
                                   MOVE F-ART-UNITE-ACHAT TO
                                        WS-ART-UNITE-ACHAT(WS-IDX-ART)
                               ELSE
                                   MOVE 1 TO
                                        WS-ART-FACTEUR(WS-IDX-ART)
                                   MOVE F-ART-UNITE TO
                                        WS-ART-UNITE-ACHAT(WS-IDX-ART)
                               END-IF
                               ADD 1 TO WS-IDX-ART
                           END-IF
                   END-READ
           EXIT.
       0135-READ-SEUILS-END.

      *Chargement des seuils par depot, s'ils existent.
       0137-READ-SEUILS-DEPOTS-START.

           OPEN INPUT FICHIER-SEUILS-DEPOTS.

           IF WS-SEUILS-DEPOTS-STATUS = "00"
               PERFORM UNTIL WS-FIN-SD = "Y"
                   READ FICHIER-SEUILS-DEPOTS
                       AT END
                           MOVE "Y" TO WS-FIN-SD
                       NOT AT END
                           IF WS-NB-SD-LUS < WS-MAX-SD
                               ADD 1 TO WS-NB-SD-LUS
                               MOVE F-SD-ARTICLE TO
                                    WS-SD-ARTICLE(WS-NB-SD-LUS)
                               MOVE F-SD-DEPOT   TO
                                    WS-SD-DEPOT(WS-NB-SD-LUS)
                               MOVE F-SD-SEUIL   TO
                                    WS-SD-SEUIL(WS-NB-SD-LUS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE FICHIER-SEUILS-DEPOTS.

           EXIT.
       0137-READ-SEUILS-DEPOTS-END.

      *Chargement du registre des commandes fournisseur : les
      *quantites encore ouvertes (commande moins recu des lignes
      *non soldees) sont cumulees par article pour etre deduites du
               MOVE 0            TO WS-ENC-QTE(WS-ENC-TROUVE)
           END-IF.

      *Le registre est en unites d'achat, le besoin en unites de
      *vente : l'ouvert est converti avant d'etre cumule.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART-LUS
               IF WS-ART-NUMERO(WS-IDX-ART) = F-PO-ARTICLE
                   MULTIPLY WS-ART-FACTEUR(WS-IDX-ART)
                            BY WS-RESTE-OUVERT
               END-IF
           END-PERFORM.

           IF WS-ENC-TROUVE > 0
               ADD WS-RESTE-OUVERT TO WS-ENC-QTE(WS-ENC-TROUVE)
           END-IF.
           MOVE "O"              TO WS-ART-EST-ACTIF.
           MOVE SPACES           TO WS-FOURN-PREFERE.
           MOVE 0                TO WS-NIVEAU-ARTICLE.
           MOVE SPACES           TO WS-UNITE-ACHAT.
           MOVE 1                TO WS-FACTEUR-ARTICLE.

           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART-LUS
                        TO WS-ART-EST-ACTIF
                   MOVE WS-ART-FOURN(WS-IDX-ART)
                        TO WS-FOURN-PREFERE
                   MOVE WS-ART-UNITE-ACHAT(WS-IDX-ART)
                        TO WS-UNITE-ACHAT
                   MOVE WS-ART-FACTEUR(WS-IDX-ART)
                        TO WS-FACTEUR-ARTICLE
               END-IF
           END-PERFORM.

           OPEN OUTPUT FICHIER-RUPTURE.
           OPEN OUTPUT FICHIER-REAPPRO.
           OPEN OUTPUT FICHIER-SURVEILLANCE.
           OPEN OUTPUT FICHIER-TRF-PROPOSES.

           CALL "Horodatage" USING WS-HORODATAGE.

      *plus ni signale ni recommande.
                   PERFORM 0140-SEUIL-ARTICLE-START
                   THRU    0140-SEUIL-ARTICLE-END
      *Les depots a court sont d'abord completes par les autres
      *depots avant qu'un achat soit envisage.
                   MOVE 0 TO WS-QTE-TRANSFEREE
                   IF WS-ART-EST-ACTIF = "O"
                       PERFORM 0180-EQUILIBRER-START
                       THRU    0180-EQUILIBRER-END
                   END-IF
                   IF WS-ART-EST-ACTIF = "O" AND
                      FUNCTION NUMVAL(WS-STOCK(WS-INDEX)) <=
                                                    WS-SEUIL-ARTICLE
                       ELSE
                           MOVE WS-QTE-COMMANDE TO WS-BESOIN-NET
                       END-IF
      *On n'achete que ce qu'aucun depot ne peut ceder : la
      *quantite proposee en transfert sort du besoin.
                       MOVE 0 TO WS-QTE-EVITEE
                       IF WS-QTE-TRANSFEREE > 0 AND WS-BESOIN-NET > 0
                           IF WS-QTE-TRANSFEREE < WS-BESOIN-NET
                               MOVE WS-QTE-TRANSFEREE TO WS-QTE-EVITEE
                           ELSE
                               MOVE WS-BESOIN-NET TO WS-QTE-EVITEE
                           END-IF
                           SUBTRACT WS-QTE-EVITEE FROM WS-BESOIN-NET
                       END-IF
                       IF WS-BESOIN-NET <= 0
                           ADD 1 TO WS-NB-NETTES
                       ELSE
      *fournisseur par fournisseur au lieu d'un re-tri a la main.
                           PERFORM 0175-CHOISIR-FOURN-START
                           THRU    0175-CHOISIR-FOURN-END
      *La quantite est arrondie au colis entier du fournisseur.
                           MOVE WS-ARTICLE(WS-INDEX)
                                TO WS-ARTICLE-ARRONDI
                           MOVE WS-FACTEUR-ARTICLE
                                TO WS-FACTEUR-ARRONDI
                           PERFORM 0177-ARRONDIR-COLIS-START
                           THRU    0177-ARRONDIR-COLIS-END
                           IF WS-NB-ATTENTE < WS-MAX-ATTENTE
                               ADD 1 TO WS-NB-ATTENTE
                               MOVE WS-ARTICLE(WS-INDEX) TO
                                    WS-ATT-ARTICLE(WS-NB-ATTENTE)
                               MOVE WS-QTE-ARRONDIE      TO
                                    WS-ATT-QTE(WS-NB-ATTENTE)
                               MOVE WS-MEILLEUR-CODE     TO
                                    WS-ATT-FOURN(WS-NB-ATTENTE)
                               MOVE "N"                  TO
                                    WS-ATT-ECRIT(WS-NB-ATTENTE)
                               MOVE "N"                  TO
                                    WS-ATT-ANTICIPE(WS-NB-ATTENTE)
                               MOVE WS-UNITE-ACHAT       TO
                                    WS-ATT-UNITE(WS-NB-ATTENTE)
                               IF WS-FOURN-TROUVE = "O"
                                   MOVE WS-MEILLEUR-PRIX TO
                                        WS-ATT-PRIX(WS-NB-ATTENTE)
                               ELSE
                                   MOVE 0 TO
                                        WS-ATT-PRIX(WS-NB-ATTENTE)
                               END-IF
                           END-IF
                       END-IF
                       IF WS-QTE-EVITEE > 0
                           PERFORM 0190-ACHAT-EVITE-START
                           THRU    0190-ACHAT-EVITE-END
                       END-IF
                   ELSE
      *Entre le seuil de rupture et le seuil d'alerte : l'article
      *part en liste de surveillance, avec son stock et sa
                                                    WS-SEUIL-ALERTE
                           PERFORM 0260-SURVEILLER-START
                           THRU    0260-SURVEILLER-END
                           PERFORM 0265-NOTER-ANTICIPATION-START
                           THRU    0265-NOTER-ANTICIPATION-END
                       END-IF
                   END-IF
           END-PERFORM.
           PERFORM 0250-ECRIRE-REAPPRO-START
           THRU    0250-ECRIRE-REAPPRO-END.

      *Bilan de l'equilibrage en pied du rapport de rupture.
           MOVE WS-VAL-EVITEE TO WS-VAL-EVITEE-ED.
           MOVE SPACES TO F-RUPTURE-DETAIL.
           STRING "Transferts proposes : " WS-NB-TRF-PROPOSES
                  " (" WS-TOT-TRANSFERE " u.)"
                  DELIMITED BY SIZE INTO F-RUPTURE-DETAIL.
           WRITE F-RUPTURE-DETAIL.
           MOVE SPACES TO F-RUPTURE-DETAIL.
           STRING "Achats evites : " WS-TOT-EVITE " u. / "
                  WS-VAL-EVITEE-ED
                  DELIMITED BY SIZE INTO F-RUPTURE-DETAIL.
           WRITE F-RUPTURE-DETAIL.

           CLOSE FICHIER-TRF-PROPOSES.
           CLOSE FICHIER-RUPTURE.
           CLOSE FICHIER-REAPPRO.
           CLOSE FICHIER-SURVEILLANCE.
                       " recommande(s)"
           END-IF.

           IF WS-NB-GRP-RETENUS > 0
               DISPLAY WS-NB-GRP-RETENUS " commande(s) fournisseur"
                       " retenue(s) sous le minimum, " WS-NB-RETENUES
                       " ligne(s) (commandes-retenues.txt)"
           END-IF.

           IF WS-NB-ANTICIPEES > 0
               DISPLAY WS-NB-ANTICIPEES " article(s) commande(s) par"
                       " anticipation pour le minimum ou le franco"
           END-IF.

           IF WS-NB-TRF-PROPOSES > 0
               DISPLAY WS-NB-TRF-PROPOSES " transfert(s) propose(s)"
                       " (transferts-proposes.txt), achats evites : "
                       WS-TOT-EVITE
           END-IF.

           EXIT.
       0200-OUTPUT-END.

           EXIT.
       0260-SURVEILLER-END.

      *Note l'article surveille comme candidat a une commande
      *anticipee : son besoin est ce qui manque pour remonter a son
      *niveau de recompletement, net de l'en-cours du registre.
       0265-NOTER-ANTICIPATION-START.

           IF WS-NIVEAU-ARTICLE > 0
               MOVE WS-NIVEAU-ARTICLE TO WS-PAR-NIVEAU
           ELSE
               COMPUTE WS-PAR-NIVEAU = (WS-SEUIL-ARTICLE * 2) + 1
           END-IF.
           COMPUTE WS-BESOIN-NET = WS-PAR-NIVEAU - WS-STOCK(WS-INDEX).

           PERFORM VARYING WS-IDX-ENC FROM 1 BY 1
                   UNTIL WS-IDX-ENC > WS-NB-ENCOURS
               IF WS-ENC-ARTICLE(WS-IDX-ENC) = WS-ARTICLE(WS-INDEX)
                   SUBTRACT WS-ENC-QTE(WS-IDX-ENC) FROM WS-BESOIN-NET
               END-IF
           END-PERFORM.

           IF WS-BESOIN-NET > 0 AND WS-NB-ANT < WS-MAX-ANT
               ADD 1 TO WS-NB-ANT
               MOVE WS-ARTICLE(WS-INDEX) TO WS-ANT-ARTICLE(WS-NB-ANT)
               MOVE WS-BESOIN-NET        TO WS-ANT-BESOIN(WS-NB-ANT)
               MOVE "N"                  TO WS-ANT-PRIS(WS-NB-ANT)
               MOVE WS-UNITE-ACHAT       TO WS-ANT-UNITE(WS-NB-ANT)
               MOVE WS-FACTEUR-ARTICLE   TO WS-ANT-FACTEUR(WS-NB-ANT)
           END-IF.

           EXIT.
       0265-NOTER-ANTICIPATION-END.

      *Equilibrage de l'article en cours entre ses depots. Chaque
      *depot a son seuil (seuils-depots.txt, sinon le seuil de
      *l'article reparti a parts egales) : un depot a ou sous son
      *seuil manque de quoi remonter a (seuil x 2) + 1, un depot
      *au-dessus de seuil + 1 peut ceder l'excedent sans tomber
      *lui-meme a court. Les manques sont servis par les surplus
      *dans l'ordre du fichier, chaque prise devenant une ligne de
      *transferts-proposes.txt.
       0180-EQUILIBRER-START.

           MOVE 0 TO WS-NB-DEPOTS-ART.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEP-LUS
               IF WS-DEP-ARTICLE(WS-IDX-DEP) = WS-ARTICLE(WS-INDEX)
                   ADD 1 TO WS-NB-DEPOTS-ART
               END-IF
           END-PERFORM.

           IF WS-NB-DEPOTS-ART < 2
               GO TO 0180-EQUILIBRER-END
           END-IF.

           COMPUTE WS-SEUIL-DEFAUT =
                   (WS-SEUIL-ARTICLE + WS-NB-DEPOTS-ART - 1)
                   / WS-NB-DEPOTS-ART.

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEP-LUS
               IF WS-DEP-ARTICLE(WS-IDX-DEP) = WS-ARTICLE(WS-INDEX)
                   MOVE WS-SEUIL-DEFAUT TO WS-EQ-SEUIL(WS-IDX-DEP)
                   PERFORM VARYING WS-IDX-SD FROM 1 BY 1
                           UNTIL WS-IDX-SD > WS-NB-SD-LUS
                       IF WS-SD-ARTICLE(WS-IDX-SD) =
                                         WS-DEP-ARTICLE(WS-IDX-DEP)
                          AND WS-SD-DEPOT(WS-IDX-SD) =
                                         WS-DEP-DEPOT(WS-IDX-DEP)
                           MOVE WS-SD-SEUIL(WS-IDX-SD)
                                TO WS-EQ-SEUIL(WS-IDX-DEP)
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-EQ-MANQUE(WS-IDX-DEP)
                   MOVE 0 TO WS-EQ-SURPLUS(WS-IDX-DEP)
                   IF WS-DEP-STOCK(WS-IDX-DEP) <=
                                         WS-EQ-SEUIL(WS-IDX-DEP)
                       COMPUTE WS-EQ-MANQUE(WS-IDX-DEP) =
                               (WS-EQ-SEUIL(WS-IDX-DEP) * 2) + 1
                               - WS-DEP-STOCK(WS-IDX-DEP)
                   ELSE
                       IF WS-DEP-STOCK(WS-IDX-DEP) >
                                     WS-EQ-SEUIL(WS-IDX-DEP) + 1
                           COMPUTE WS-EQ-SURPLUS(WS-IDX-DEP) =
                                   WS-DEP-STOCK(WS-IDX-DEP)
                                   - WS-EQ-SEUIL(WS-IDX-DEP) - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-NB-DEP-LUS
               IF WS-DEP-ARTICLE(WS-IDX-DEP) = WS-ARTICLE(WS-INDEX)
                  AND WS-EQ-MANQUE(WS-IDX-DEP) > 0
                   PERFORM VARYING WS-IDX-DON FROM 1 BY 1
                           UNTIL WS-IDX-DON > WS-NB-DEP-LUS
                              OR WS-EQ-MANQUE(WS-IDX-DEP) = 0
                       IF WS-DEP-ARTICLE(WS-IDX-DON) =
                                         WS-ARTICLE(WS-INDEX)
                          AND WS-EQ-SURPLUS(WS-IDX-DON) > 0
                           PERFORM 0185-UN-TRANSFERT-START
                           THRU    0185-UN-TRANSFERT-END
                               UNTIL WS-EQ-MANQUE(WS-IDX-DEP) = 0
                                  OR WS-EQ-SURPLUS(WS-IDX-DON) = 0
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           EXIT.
       0180-EQUILIBRER-END.

      *Une prise du depot WS-IDX-DON vers le depot WS-IDX-DEP :
      *le plus petit du manque et du surplus, borne a la zone
      *quantite de transferts.txt (999) ; au-dela, la prise est
      *repetee sur le meme donneur.
       0185-UN-TRANSFERT-START.

           IF WS-EQ-MANQUE(WS-IDX-DEP) < WS-EQ-SURPLUS(WS-IDX-DON)
               MOVE WS-EQ-MANQUE(WS-IDX-DEP) TO WS-QTE-TRF
           ELSE
               MOVE WS-EQ-SURPLUS(WS-IDX-DON) TO WS-QTE-TRF
           END-IF.
           IF WS-QTE-TRF > 999
               MOVE 999 TO WS-QTE-TRF
           END-IF.

           MOVE SPACES                   TO F-TRANSFERT.
           MOVE WS-ARTICLE(WS-INDEX)     TO F-TRF-ARTICLE.
           MOVE WS-DEP-DEPOT(WS-IDX-DON) TO F-TRF-SOURCE.
           MOVE WS-DEP-DEPOT(WS-IDX-DEP) TO F-TRF-CIBLE.
           MOVE WS-QTE-TRF               TO F-TRF-QTE.
           WRITE F-TRANSFERT.

           SUBTRACT WS-QTE-TRF FROM WS-EQ-MANQUE(WS-IDX-DEP).
           SUBTRACT WS-QTE-TRF FROM WS-EQ-SURPLUS(WS-IDX-DON).
           ADD WS-QTE-TRF TO WS-QTE-TRANSFEREE.
           ADD WS-QTE-TRF TO WS-TOT-TRANSFERE.
           ADD 1 TO WS-NB-TRF-PROPOSES.

           EXIT.
       0185-UN-TRANSFERT-END.

      *Trace sous l'article en rupture la part de son achat que
      *les transferts evitent, valorisee au prix du fournisseur
      *qui aurait ete retenu (deja choisi quand il reste un achat).
       0190-ACHAT-EVITE-START.

           IF WS-BESOIN-NET <= 0
               PERFORM 0175-CHOISIR-FOURN-START
               THRU    0175-CHOISIR-FOURN-END
           END-IF.

           ADD WS-QTE-EVITEE TO WS-TOT-EVITE.
           IF WS-FOURN-TROUVE = "O"
               COMPUTE WS-VAL-EVITEE ROUNDED = WS-VAL-EVITEE +
                       (WS-QTE-EVITEE * WS-MEILLEUR-PRIX
                        / WS-FACTEUR-ARTICLE)
           END-IF.

           MOVE SPACES TO F-RUPTURE-DETAIL.
           STRING "  trf " WS-QTE-TRANSFEREE
                  " u., achat evite " WS-QTE-EVITEE " u."
                  DELIMITED BY SIZE INTO F-RUPTURE-DETAIL.
           WRITE F-RUPTURE-DETAIL.

           EXIT.
       0190-ACHAT-EVITE-END.

      *Retient le meilleur fournisseur de l'article en rupture :
      *le moins cher (choix 1) ou le plus rapide (choix 2), a
      *egalite le delai le plus court departage les prix egaux.
           END-IF.
           MOVE 9999.99        TO WS-MEILLEUR-PRIX.
           MOVE 99             TO WS-MEILLEUR-DELAI.
           MOVE 0              TO WS-MEILLEUR-COLIS.

           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN-LUS
                                TO WS-MEILLEUR-PRIX
                           MOVE WS-FOURN-DELAI(WS-IDX-FOURN)
                                TO WS-MEILLEUR-DELAI
                           MOVE WS-FOURN-COLIS(WS-IDX-FOURN)
                                TO WS-MEILLEUR-COLIS
                       END-IF
                   ELSE
                       IF WS-FOURN-PRIX(WS-IDX-FOURN) <
                                TO WS-MEILLEUR-PRIX
                           MOVE WS-FOURN-DELAI(WS-IDX-FOURN)
                                TO WS-MEILLEUR-DELAI
                           MOVE WS-FOURN-COLIS(WS-IDX-FOURN)
                                TO WS-MEILLEUR-COLIS
                       END-IF
                   END-IF
                   MOVE "O" TO WS-FOURN-TROUVE
           EXIT.
       0175-CHOISIR-FOURN-END.

      *Convertit WS-BESOIN-NET (unites de vente) en unites d'achat
      *entieres (WS-FACTEUR-ARRONDI par unite d'achat, arrondi au
      *superieur), puis l'arrondit au colis entier superieur du
      *fournisseur retenu (WS-MEILLEUR-COLIS, 0 ou 1 = a l'unite),
      *sans depasser la zone quantite de la commande fournisseur.
       0177-ARRONDIR-COLIS-START.

           IF WS-FACTEUR-ARRONDI < 2
               MOVE WS-BESOIN-NET TO WS-QTE-ACHAT
           ELSE
               COMPUTE WS-QTE-ACHAT =
                       (WS-BESOIN-NET + WS-FACTEUR-ARRONDI - 1)
                       / WS-FACTEUR-ARRONDI
           END-IF.

           IF WS-MEILLEUR-COLIS < 2
               MOVE WS-QTE-ACHAT TO WS-QTE-ARRONDIE
           ELSE
               COMPUTE WS-NB-COLIS =
                       (WS-QTE-ACHAT + WS-MEILLEUR-COLIS - 1)
                       / WS-MEILLEUR-COLIS
               COMPUTE WS-QTE-ARRONDIE =
                       WS-NB-COLIS * WS-MEILLEUR-COLIS
           END-IF.

           IF WS-QTE-ARRONDIE > 999
               IF WS-MEILLEUR-COLIS < 2
                   MOVE 999 TO WS-QTE-ARRONDIE
               ELSE
                   COMPUTE WS-NB-COLIS = 999 / WS-MEILLEUR-COLIS
                   COMPUTE WS-QTE-ARRONDIE =
                           WS-NB-COLIS * WS-MEILLEUR-COLIS
               END-IF
               DISPLAY "ATTENTION : commande de " WS-ARTICLE-ARRONDI
                       " bornee a " WS-QTE-ARRONDIE
           END-IF.

           EXIT.
       0177-ARRONDIR-COLIS-END.

      *Ecrit les lignes en attente regroupees fournisseur par
      *fournisseur. Chaque groupe est d'abord valorise et, s'il
      *n'atteint pas le minimum ou le franco du fournisseur,
      *complete par des articles surveilles commandes par
      *anticipation. Un groupe toujours sous le minimum est retenu
      *et liste avec son motif dans commandes-retenues.txt ; les
      *autres sont ecrits d'un bloc et inscrits au registre.
       0250-ECRIRE-REAPPRO-START.

           OPEN EXTEND FICHIER-REGISTRE.
           OPEN OUTPUT FICHIER-RETENUES.

           MOVE SPACES TO F-RETENUE.
           STRING "Commandes fournisseur retenues - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RETENUE.
           WRITE F-RETENUE.

           MOVE SPACES TO F-RUPTURE-BILAN.
           STRING "---- Conditions fournisseur ----"
                  DELIMITED BY SIZE INTO F-RUPTURE-BILAN.
           WRITE F-RUPTURE-BILAN.

           PERFORM VARYING WS-IDX-ATTENTE FROM 1 BY 1
                   UNTIL WS-IDX-ATTENTE > WS-NB-ATTENTE
               IF WS-ATT-ECRIT(WS-IDX-ATTENTE) = "N"
                   MOVE WS-ATT-FOURN(WS-IDX-ATTENTE)
                        TO WS-FOURN-GROUPE
                   PERFORM 0252-COMPLETER-GROUPE-START
                   THRU    0252-COMPLETER-GROUPE-END
                   IF WS-VALEUR-GROUPE < WS-GRP-MINIMUM
                       PERFORM 0256-RETENIR-GROUPE-START
                       THRU    0256-RETENIR-GROUPE-END
                   ELSE
                       PERFORM 0254-EMETTRE-GROUPE-START
                       THRU    0254-EMETTRE-GROUPE-END
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE FICHIER-RETENUES.
           CLOSE FICHIER-REGISTRE.

           EXIT.
       0250-ECRIRE-REAPPRO-END.

      *Valorise le groupe du fournisseur WS-FOURN-GROUPE et, tant
      *qu'il reste sous le minimum ou le franco, y ajoute les
      *articles surveilles que ce fournisseur livre, au colis
      *entier.
       0252-COMPLETER-GROUPE-START.

           MOVE 0 TO WS-GRP-MINIMUM.
           MOVE 0 TO WS-GRP-FRANCO.
           PERFORM VARYING WS-IDX-COND FROM 1 BY 1
                   UNTIL WS-IDX-COND > WS-NB-COND
               IF WS-COND-CODE(WS-IDX-COND) = WS-FOURN-GROUPE
                   MOVE WS-COND-MINIMUM(WS-IDX-COND) TO WS-GRP-MINIMUM
                   MOVE WS-COND-FRANCO(WS-IDX-COND)  TO WS-GRP-FRANCO
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-VALEUR-GROUPE.
           PERFORM VARYING WS-IDX-GROUPE FROM WS-IDX-ATTENTE BY 1
                   UNTIL WS-IDX-GROUPE > WS-NB-ATTENTE
               IF WS-ATT-ECRIT(WS-IDX-GROUPE) = "N" AND
                  WS-ATT-FOURN(WS-IDX-GROUPE) = WS-FOURN-GROUPE
                   COMPUTE WS-VALEUR-GROUPE = WS-VALEUR-GROUPE +
                           (WS-ATT-QTE(WS-IDX-GROUPE) *
                            WS-ATT-PRIX(WS-IDX-GROUPE))
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT > WS-NB-ANT
                      OR (WS-VALEUR-GROUPE >= WS-GRP-MINIMUM AND
                          WS-VALEUR-GROUPE >= WS-GRP-FRANCO)
               IF WS-ANT-PRIS(WS-IDX-ANT) = "N"
                   PERFORM 0253-ANTICIPER-START
                   THRU    0253-ANTICIPER-END
               END-IF
           END-PERFORM.

           EXIT.
       0252-COMPLETER-GROUPE-END.

      *Ajoute au groupe l'article surveille WS-IDX-ANT, si le
      *fournisseur du groupe le livre.
       0253-ANTICIPER-START.

           MOVE 0 TO WS-LIGNE-TROUVEE.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN-LUS
               IF WS-FOURN-CODE(WS-IDX-FOURN) = WS-FOURN-GROUPE AND
                  WS-FOURN-ARTICLE(WS-IDX-FOURN) =
                                         WS-ANT-ARTICLE(WS-IDX-ANT)
                   MOVE WS-IDX-FOURN TO WS-LIGNE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-LIGNE-TROUVEE = 0 OR WS-NB-ATTENTE >= WS-MAX-ATTENTE
               GO TO 0253-ANTICIPER-END
           END-IF.

           MOVE WS-ANT-BESOIN(WS-IDX-ANT) TO WS-BESOIN-NET.
           MOVE WS-FOURN-COLIS(WS-LIGNE-TROUVEE) TO WS-MEILLEUR-COLIS.
           MOVE WS-ANT-ARTICLE(WS-IDX-ANT) TO WS-ARTICLE-ARRONDI.
           MOVE WS-ANT-FACTEUR(WS-IDX-ANT) TO WS-FACTEUR-ARRONDI.
           PERFORM 0177-ARRONDIR-COLIS-START
           THRU    0177-ARRONDIR-COLIS-END.

           ADD 1 TO WS-NB-ATTENTE.
           MOVE WS-ANT-ARTICLE(WS-IDX-ANT)
                TO WS-ATT-ARTICLE(WS-NB-ATTENTE).
           MOVE WS-QTE-ARRONDIE  TO WS-ATT-QTE(WS-NB-ATTENTE).
           MOVE WS-FOURN-GROUPE  TO WS-ATT-FOURN(WS-NB-ATTENTE).
           MOVE "N"              TO WS-ATT-ECRIT(WS-NB-ATTENTE).
           MOVE "O"              TO WS-ATT-ANTICIPE(WS-NB-ATTENTE).
           MOVE WS-ANT-UNITE(WS-IDX-ANT)
                TO WS-ATT-UNITE(WS-NB-ATTENTE).
           MOVE WS-FOURN-PRIX(WS-LIGNE-TROUVEE)
                TO WS-ATT-PRIX(WS-NB-ATTENTE).
           MOVE "O" TO WS-ANT-PRIS(WS-IDX-ANT).

           COMPUTE WS-VALEUR-GROUPE = WS-VALEUR-GROUPE +
                   (WS-ATT-QTE(WS-NB-ATTENTE) *
                    WS-ATT-PRIX(WS-NB-ATTENTE)).

           EXIT.
       0253-ANTICIPER-END.

      *Ecrit toutes les lignes du groupe d'un bloc, chacune inscrite
      *au registre des commandes numerotee a la suite, ouverte et
      *non recue, puis le bilan du groupe dans rupture.txt.
       0254-EMETTRE-GROUPE-START.

           PERFORM VARYING WS-IDX-GROUPE FROM WS-IDX-ATTENTE BY 1
                   UNTIL WS-IDX-GROUPE > WS-NB-ATTENTE
               IF WS-ATT-ECRIT(WS-IDX-GROUPE) = "N" AND
                  WS-ATT-FOURN(WS-IDX-GROUPE) = WS-FOURN-GROUPE
                   MOVE SPACES TO F-REAPPRO
                   MOVE WS-ATT-ARTICLE(WS-IDX-GROUPE)
                        TO F-REAPPRO-ARTICLE
                   MOVE WS-ATT-QTE(WS-IDX-GROUPE)
                        TO F-REAPPRO-QTE
                   MOVE WS-ATT-FOURN(WS-IDX-GROUPE)
                        TO F-REAPPRO-FOURN
                   MOVE WS-DATE-JOUR
                        TO F-REAPPRO-DATE
                   MOVE WS-ATT-UNITE(WS-IDX-GROUPE)
                        TO F-REAPPRO-UNITE
                   WRITE F-REAPPRO
                   ADD 1 TO WS-NUMERO-PO
                   MOVE SPACES       TO F-PO
                   MOVE WS-NUMERO-PO TO F-PO-NUMERO
                   MOVE WS-DATE-JOUR TO F-PO-DATE
                   MOVE WS-ATT-ARTICLE(WS-IDX-GROUPE)
                        TO F-PO-ARTICLE
                   MOVE WS-ATT-QTE(WS-IDX-GROUPE)
                        TO F-PO-QTE
                   MOVE WS-ATT-FOURN(WS-IDX-GROUPE)
                        TO F-PO-FOURN
                   MOVE 0            TO F-PO-RECU
                   MOVE "O"          TO F-PO-STATUT
                   WRITE F-PO
                   MOVE "O" TO WS-ATT-ECRIT(WS-IDX-GROUPE)
                   ADD 1 TO WS-NB-EMISES
                   IF WS-ATT-ANTICIPE(WS-IDX-GROUPE) = "O"
                       ADD 1 TO WS-NB-ANTICIPEES
                       MOVE SPACES TO F-RUPTURE-BILAN
                       STRING "  " WS-FOURN-GROUPE " anticipe "
                              WS-ATT-ARTICLE(WS-IDX-GROUPE)
                              " qte " WS-ATT-QTE(WS-IDX-GROUPE)
                              " " WS-ATT-UNITE(WS-IDX-GROUPE)
                              DELIMITED BY SIZE INTO F-RUPTURE-BILAN
                       WRITE F-RUPTURE-BILAN
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-VALEUR-GROUPE TO WS-VALEUR-ED.
           MOVE WS-GRP-FRANCO    TO WS-FRANCO-ED.
           MOVE SPACES TO F-RUPTURE-BILAN.
           IF WS-GRP-FRANCO = 0
               STRING WS-FOURN-GROUPE " commande " WS-VALEUR-ED
                      " : pas de franco connu"
                      DELIMITED BY SIZE INTO F-RUPTURE-BILAN
               WRITE F-RUPTURE-BILAN
               GO TO 0254-EMETTRE-GROUPE-END
           END-IF.
           IF WS-VALEUR-GROUPE >= WS-GRP-FRANCO
               STRING WS-FOURN-GROUPE " commande " WS-VALEUR-ED
                      " : franco atteint (" WS-FRANCO-ED ")"
                      DELIMITED BY SIZE INTO F-RUPTURE-BILAN
           ELSE
               COMPUTE WS-GRP-MANQUE =
                       WS-GRP-FRANCO - WS-VALEUR-GROUPE
               MOVE WS-GRP-MANQUE TO WS-MANQUE-ED
               STRING WS-FOURN-GROUPE " commande " WS-VALEUR-ED
                      " : PORT DU, franco " WS-FRANCO-ED
                      " manque " WS-MANQUE-ED
                      DELIMITED BY SIZE INTO F-RUPTURE-BILAN
           END-IF.
           WRITE F-RUPTURE-BILAN.

           EXIT.
       0254-EMETTRE-GROUPE-END.

      *Retient le groupe sous le minimum : ses lignes de rupture
      *sont listees avec le motif, les articles anticipes sont
      *rendus a la liste des candidats pour un autre fournisseur.
       0256-RETENIR-GROUPE-START.

           ADD 1 TO WS-NB-GRP-RETENUS.
           COMPUTE WS-GRP-MANQUE = WS-GRP-MINIMUM - WS-VALEUR-GROUPE.
           MOVE WS-VALEUR-GROUPE TO WS-VALEUR-ED.
           MOVE WS-GRP-MINIMUM   TO WS-MINIMUM-ED.
           MOVE WS-GRP-MANQUE    TO WS-MANQUE-ED.

           MOVE SPACES TO F-RETENUE.
           STRING WS-FOURN-GROUPE " : MINIMUM NON ATTEINT, valeur "
                  WS-VALEUR-ED " < minimum " WS-MINIMUM-ED
                  " (manque " WS-MANQUE-ED ")"
                  DELIMITED BY SIZE INTO F-RETENUE.
           WRITE F-RETENUE.

           PERFORM VARYING WS-IDX-GROUPE FROM WS-IDX-ATTENTE BY 1
                   UNTIL WS-IDX-GROUPE > WS-NB-ATTENTE
               IF WS-ATT-ECRIT(WS-IDX-GROUPE) = "N" AND
                  WS-ATT-FOURN(WS-IDX-GROUPE) = WS-FOURN-GROUPE
                   MOVE "R" TO WS-ATT-ECRIT(WS-IDX-GROUPE)
                   IF WS-ATT-ANTICIPE(WS-IDX-GROUPE) = "O"
                       PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                               UNTIL WS-IDX-ANT > WS-NB-ANT
                           IF WS-ANT-ARTICLE(WS-IDX-ANT) =
                                     WS-ATT-ARTICLE(WS-IDX-GROUPE)
                               MOVE "N" TO WS-ANT-PRIS(WS-IDX-ANT)
                           END-IF
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-NB-RETENUES
                       MOVE WS-ATT-PRIX(WS-IDX-GROUPE) TO WS-PRIX-ED
                       MOVE SPACES TO F-RETENUE
                       STRING "  " WS-ATT-ARTICLE(WS-IDX-GROUPE)
                              " qte " WS-ATT-QTE(WS-IDX-GROUPE)
                              " " WS-ATT-UNITE(WS-IDX-GROUPE)
                              " x " WS-PRIX-ED
                              DELIMITED BY SIZE INTO F-RETENUE
                       WRITE F-RETENUE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-RUPTURE-BILAN.
           STRING WS-FOURN-GROUPE " commande " WS-VALEUR-ED
                  " : RETENUE, minimum " WS-MINIMUM-ED
                  " (voir commandes-retenues.txt)"
                  DELIMITED BY SIZE INTO F-RUPTURE-BILAN.
           WRITE F-RUPTURE-BILAN.

           EXIT.
       0256-RETENIR-GROUPE-END.

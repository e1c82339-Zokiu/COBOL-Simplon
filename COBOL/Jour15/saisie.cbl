      *la ligne, qui est ajoutee dans le format exact attendu par
      *Commande. Une saisie fausse est refusee immediatement au lieu
      *d'etre decouverte le lendemain dans exceptions.txt.
      *Pour chaque ligne, l'operateur voit le stock libre tous
      *depots confondus (moins ce qui a deja ete saisi aujourd'hui
      *et attend l'allocation de Commande). S'il ne suffit pas, une
      *date promise est calculee sur les commandes fournisseur
      *ouvertes de po-registre.txt (quantite commandee moins recue,
      *convertie en unites de vente par le facteur d'articles.txt)
      *et le delai du fournisseur dans fournisseurs.txt, une fois
      *servis les reliquats deja en file dans reliquats.txt. Sans
      *arrivage suffisant, la promesse part d'une nouvelle commande
      *au delai le plus long des fournisseurs de l'article. La date
      *promise est portee par la ligne de commande.
      *Un kit (nomenclatures.txt) n'a pas de ligne d'inventaire :
      *son stock libre est le nombre de kits que le stock de ses
      *composants permet de servir, comme l'allocation de Commande.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Sources de la date promise, toutes facultatives : sans
      *elles la ligne est acceptee sans date promise.
       SELECT OPTIONAL FICHIER-REGISTRE ASSIGN TO "po-registre.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRE-STATUS.

       SELECT OPTIONAL FICHIER-FOURNISSEURS ASSIGN TO
           "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOURNISSEURS-STATUS.

       SELECT OPTIONAL FICHIER-RELIQUATS ASSIGN TO "reliquats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELIQUATS-STATUS.

      *Facteur d'achat des articles : le registre est en unites
      *d'achat. OPTIONAL : sans referentiel, le facteur vaut 1.
       SELECT OPTIONAL FICHIER-ARTICLES ASSIGN TO "articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARTICLES-STATUS.

      *Nomenclatures des kits. OPTIONAL : sans nomenclature, aucun
      *article n'est un kit.
       SELECT OPTIONAL FICHIER-NOMENCLATURES ASSIGN TO
           "nomenclatures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOMENCLATURES-STATUS.

      *OPTIONAL : au tout premier lancement le fichier des commandes
      *n'existe pas encore, l'ouverture en ajout doit le creer.
       SELECT OPTIONAL FICHIER-COMMANDE ASSIGN TO "num-commandes.txt"
           05 F-ARTICLE-CMD    PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-QUANTITE       PIC 9(04).
           05 FILLER           PIC X(01).
      *Date de livraison promise au client (AAAAMMJJ, zero quand
      *aucune date n'a pu etre calculee).
           05 F-CMD-PROMESSE   PIC 9(08).

      *Meme decoupage que le FD du registre de rupture, qui le tient.
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

      *Meme decoupage que le FD FICHIER-RELIQUATS de Commande, qui
      *a ecrit ce fichier.
       FD FICHIER-RELIQUATS.
       01  F-RELIQUAT.
           05 F-REL-NUMERO      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-REL-CLIENT      PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-REL-ARTICLE     PIC X(10).
           05 FILLER            PIC X(01).
           05 F-REL-QTE         PIC 9(04).

      *Meme decoupage que le FD du programme articles, qui tient
      *ce referentiel : seuls le numero et le facteur (nombre
      *d'unites de vente par unite d'achat) servent ici.
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

      *Meme decoupage que le FD de Commande.
       FD FICHIER-NOMENCLATURES.
       01  F-NOMENCLATURE.
           05 F-NOM-KIT         PIC X(10).
           05 FILLER            PIC X(01).
           05 F-NOM-COMPOSANT   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-NOM-QTE         PIC 9(03).

       WORKING-STORAGE SECTION.

       77  WS-FIN-F-CLIENT     PIC X     VALUE "N".
       77  WS-CLIENT-COUNT     PIC 9(03) VALUE 0.

      *Une entree par couple article/depot, avec son stock.
       01  WS-TABLE-INVENTAIRE.
           05 WS-INVENTAIRE OCCURS 30 TIMES.
               10 WS-ARTICLE    PIC X(10).
               10 WS-STOCK      PIC 9(05).

       77  WS-INDEX             PIC 9(02) VALUE 1.
       77  WS-MAX-TABLE         PIC 9(02) VALUE 30.
       77  WS-NB-ARTICLE-LUS    PIC 9(02) VALUE 0.
       77  WS-FIN-FICHIER       PIC X     VALUE "N".

      *Booleen de sortie de la boucle de saisie.
       77  WS-CONTINUER         PIC X(01) VALUE "O".

      *Quantites deja saisies aujourd'hui par article : elles ne
      *sont pas encore allouees par Commande mais le stock libre
      *ne peut plus les promettre.
       01  WS-TABLE-SAISI.
           05 WS-SAISI OCCURS 50 TIMES.
               10 WS-SAISI-ARTICLE  PIC X(10).
               10 WS-SAISI-QTE      PIC 9(06).

       77  WS-IDX-SAISI         PIC 9(02) VALUE 1.
       77  WS-MAX-SAISI         PIC 9(02) VALUE 50.
       77  WS-NB-SAISI          PIC 9(02) VALUE 0.
       77  WS-SAISI-TROUVE      PIC 9(02) VALUE 0.

      *Commandes fournisseur encore ouvertes, dans l'ordre du
      *registre (les plus anciennes arrivent les premieres), le
      *reste a recevoir converti en unites de vente.
       01  WS-TABLE-PO.
           05 WS-PO OCCURS 50 TIMES.
               10 WS-PO-ARTICLE     PIC X(10).
               10 WS-PO-DATE        PIC 9(08).
               10 WS-PO-OUVERT      PIC 9(06).
               10 WS-PO-FOURN       PIC X(08).

       77  WS-IDX-PO            PIC 9(02) VALUE 1.
       77  WS-MAX-PO            PIC 9(02) VALUE 50.
       77  WS-NB-PO             PIC 9(02) VALUE 0.
       77  WS-FIN-REGISTRE      PIC X(01) VALUE "N".
       77  WS-REGISTRE-STATUS   PIC X(02) VALUE SPACES.

      *Delai de chaque couple fournisseur/article.
       01  WS-TABLE-FOURN.
           05 WS-FOURN OCCURS 50 TIMES.
               10 WS-FOURN-CODE     PIC X(08).
               10 WS-FOURN-ARTICLE  PIC X(10).
               10 WS-FOURN-DELAI    PIC 9(02).

       77  WS-IDX-FOURN         PIC 9(02) VALUE 1.
       77  WS-MAX-FOURN         PIC 9(02) VALUE 50.
       77  WS-NB-FOURN          PIC 9(02) VALUE 0.
       77  WS-FIN-FOURN         PIC X(01) VALUE "N".
       77  WS-FOURNISSEURS-STATUS PIC X(02) VALUE SPACES.

      *Reliquats en file, servis avant toute nouvelle ligne.
       01  WS-TABLE-RELIQUATS.
           05 WS-RELIQUAT OCCURS 30 TIMES.
               10 WS-REL-ARTICLE    PIC X(10).
               10 WS-REL-QTE        PIC 9(04).

       77  WS-IDX-REL           PIC 9(02) VALUE 1.
       77  WS-MAX-REL           PIC 9(02) VALUE 30.
       77  WS-NB-REL            PIC 9(02) VALUE 0.
       77  WS-FIN-RELIQUATS     PIC X(01) VALUE "N".
       77  WS-RELIQUATS-STATUS  PIC X(02) VALUE SPACES.

      *Facteur d'achat par article, charge depuis articles.txt.
       01  WS-TABLE-ART.
           05 WS-ART OCCURS 50 TIMES.
               10 WS-ART-NUMERO     PIC X(10).
               10 WS-ART-FACTEUR    PIC 9(03).

       77  WS-IDX-ART           PIC 9(02) VALUE 1.
       77  WS-MAX-ART           PIC 9(02) VALUE 50.
       77  WS-NB-ART            PIC 9(02) VALUE 0.
       77  WS-FIN-ART           PIC X(01) VALUE "N".
       77  WS-ARTICLES-STATUS   PIC X(02) VALUE SPACES.

      *Nomenclatures des kits chargees depuis nomenclatures.txt.
       01  WS-TABLE-NOMENCLATURES.
           05 WS-NOMENC OCCURS 50 TIMES.
               10 WS-NOM-KIT        PIC X(10).
               10 WS-NOM-COMPOSANT  PIC X(10).
               10 WS-NOM-QTE        PIC 9(03).

       77  WS-IDX-NOM           PIC 9(02) VALUE 1.
       77  WS-MAX-NOM           PIC 9(02) VALUE 50.
       77  WS-NB-NOM            PIC 9(02) VALUE 0.
       77  WS-FIN-NOM           PIC X(01) VALUE "N".
       77  WS-NOMENCLATURES-STATUS PIC X(02) VALUE SPACES.
      *Article saisi reconnu comme kit, et stock de ses composants
      *pour le calcul du nombre de kits servables.
       77  WS-EST-KIT           PIC X(01) VALUE "N".
       77  WS-COMPOSANT-SUIVI   PIC X(01) VALUE "N".
       77  WS-DISPO-COMPOSANT   PIC 9(07) VALUE 0.
       77  WS-KITS-COMPOSANT    PIC 9(07) VALUE 0.

      *Calcul de la date promise d'une ligne.
       77  WS-STOCK-TOTAL       PIC 9(07) VALUE 0.
       77  WS-DEJA-SAISI        PIC 9(07) VALUE 0.
       77  WS-DEMANDE           PIC 9(07) VALUE 0.
       77  WS-STOCK-LIBRE       PIC 9(07) VALUE 0.
       77  WS-BESOIN            PIC 9(07) VALUE 0.
       77  WS-CUMUL-ARRIVAGE    PIC 9(07) VALUE 0.
       77  WS-DELAI             PIC 9(02) VALUE 0.
       77  WS-DATE-PROMISE      PIC 9(08) VALUE 0.
       77  WS-PROMESSE-TROUVEE  PIC X(01) VALUE "N".
       77  WS-CONFIRMER         PIC X(01) VALUE "O".

      *Zone de travail pour l'appel du sous-programme DateCalc,
      *qui ajoute le delai fournisseur en jours ouvres.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *identification de l'operateur (code et mot de passe) et
      *controle de ses droits sur chaque action.
       77  WS-HB-ACTION         PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME      PIC X(10) VALUE "saisie".
       77  WS-HB-DROIT          PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR      PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE      PIC 9(10) VALUE 0.
       77  WS-HB-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Redirige :
      *un client fusionne par fusioncli retombe sur son survivant.
       77  WS-RD-CLIENT         PIC 9(04) VALUE 0.
       77  WS-RD-STATUT         PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0040-IDENTIFIER-START
           THRU    0040-IDENTIFIER-END.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           PERFORM 0250-COMPTER-COMMANDES-START
           THRU    0250-COMPTER-COMMANDES-END.

           PERFORM 0260-CHARGER-APPROS-START
           THRU    0260-CHARGER-APPROS-END.

           PERFORM 0300-SAISIE-START
           THRU    0300-SAISIE-END.


      ******************************************************************

      *Identification de l'operateur ; refusee, le programme
      *s'arrete sans rien avoir ouvert.
       0040-IDENTIFIER-START.

           MOVE "S" TO WS-HB-ACTION.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.
           IF WS-HB-STATUT NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *La saisie ne fait que creer des commandes : droit C.
           MOVE "C" TO WS-HB-DROIT.
           MOVE "A" TO WS-HB-ACTION.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.
           IF WS-HB-STATUT NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
       0040-IDENTIFIER-END.

       0100-READ-CLIENT-START.

           OPEN INPUT FICHIER-CLIENT.
               AT END
                   MOVE "Y" TO WS-FIN-F-CLIENT
               NOT AT END
      *Un client clos n'est plus propose a la saisie.
                   IF WS-INDEX-CLIENT <= WS-MAX-CLIENT AND
                      CLIENT-CLOTURE = 0
                      MOVE CLIENT-ID TO
                                      WS-CLIENT-ID(WS-INDEX-CLIENT)
                      ADD 1 TO WS-INDEX-CLIENT
                   NOT AT END
                       IF WS-INDEX <= WS-MAX-TABLE
                           MOVE F-ARTICLE TO WS-ARTICLE(WS-INDEX)
                           MOVE F-STOCK   TO WS-STOCK(WS-INDEX)
                           ADD 1 TO WS-INDEX
                       END-IF
               END-READ
                           IF F-CMD-NUMERO > WS-NUMERO-ORDRE
                               MOVE F-CMD-NUMERO TO WS-NUMERO-ORDRE
                           END-IF
                           IF F-CMD-DATE = WS-DATE-JOUR
                               MOVE F-ARTICLE-CMD TO WS-ARTICLE-NUM
                               MOVE SPACES        TO WS-ARTICLE-CLE
                               MOVE WS-ARTICLE-NUM TO WS-ARTICLE-CLE
                               MOVE F-QUANTITE TO WS-SAISIE-QUANTITE
                               PERFORM 0650-CUMULER-SAISI-START
                               THRU    0650-CUMULER-SAISI-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMMANDE
           EXIT.
       0250-COMPTER-COMMANDES-END.

      *Chargement des facteurs d'achat, des nomenclatures, des
      *commandes fournisseur ouvertes, des delais fournisseur et
      *des reliquats en file.
       0260-CHARGER-APPROS-START.

           OPEN INPUT FICHIER-ARTICLES.
           IF WS-ARTICLES-STATUS = "00"
               PERFORM UNTIL WS-FIN-ART = "Y"
                   READ FICHIER-ARTICLES
                       AT END
                           MOVE "Y" TO WS-FIN-ART
                       NOT AT END
                           IF WS-NB-ART < WS-MAX-ART
                               ADD 1 TO WS-NB-ART
                               MOVE F-ART-NUMERO TO
                                    WS-ART-NUMERO(WS-NB-ART)
                               IF F-ART-FACTEUR IS NUMERIC AND
                                  F-ART-FACTEUR > 0
                                   MOVE F-ART-FACTEUR TO
                                        WS-ART-FACTEUR(WS-NB-ART)
                               ELSE
                                   MOVE 1 TO WS-ART-FACTEUR(WS-NB-ART)
                               END-IF
                           ELSE
                               DISPLAY "ATTENTION : articles.txt"
                                       " tronque, WS-MAX-ART depasse"
                               MOVE "Y" TO WS-FIN-ART
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-ARTICLES.

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

      *Le registre est en unites d'achat, la demande en unites de
      *vente : l'ouvert est converti au chargement.
           OPEN INPUT FICHIER-REGISTRE.
           IF WS-REGISTRE-STATUS = "00"
               PERFORM UNTIL WS-FIN-REGISTRE = "Y"
                   READ FICHIER-REGISTRE
                       AT END
                           MOVE "Y" TO WS-FIN-REGISTRE
                       NOT AT END
                           IF F-PO-STATUT NOT = "S" AND
                              F-PO-QTE > F-PO-RECU AND
                              WS-NB-PO < WS-MAX-PO
                               ADD 1 TO WS-NB-PO
                               MOVE F-PO-ARTICLE TO
                                    WS-PO-ARTICLE(WS-NB-PO)
                               MOVE F-PO-DATE    TO
                                    WS-PO-DATE(WS-NB-PO)
                               COMPUTE WS-PO-OUVERT(WS-NB-PO) =
                                       F-PO-QTE - F-PO-RECU
                               MOVE F-PO-FOURN   TO
                                    WS-PO-FOURN(WS-NB-PO)
                               PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                                       UNTIL WS-IDX-ART > WS-NB-ART
                                   IF WS-ART-NUMERO(WS-IDX-ART) =
                                                      F-PO-ARTICLE
                                       MULTIPLY
                                          WS-ART-FACTEUR(WS-IDX-ART)
                                          BY WS-PO-OUVERT(WS-NB-PO)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REGISTRE.

           OPEN INPUT FICHIER-FOURNISSEURS.
           IF WS-FOURNISSEURS-STATUS = "00"
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
                               MOVE F-FOURN-DELAI   TO
                                    WS-FOURN-DELAI(WS-NB-FOURN)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-FOURNISSEURS.

           OPEN INPUT FICHIER-RELIQUATS.
           IF WS-RELIQUATS-STATUS = "00"
               PERFORM UNTIL WS-FIN-RELIQUATS = "Y"
                   READ FICHIER-RELIQUATS
                       AT END
                           MOVE "Y" TO WS-FIN-RELIQUATS
                       NOT AT END
                           IF WS-NB-REL < WS-MAX-REL
                               ADD 1 TO WS-NB-REL
                               MOVE F-REL-ARTICLE TO
                                    WS-REL-ARTICLE(WS-NB-REL)
                               MOVE F-REL-QTE     TO
                                    WS-REL-QTE(WS-NB-REL)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-RELIQUATS.

           EXIT.
       0260-CHARGER-APPROS-END.

      *Boucle de saisie : chaque ligne est controlee puis ajoutee a
      *num-commandes.txt, jusqu'a ce que l'operateur reponde N.
       0300-SAISIE-START.

                   IF WS-ARTICLE-TROUVE = "N"
                       DISPLAY "REFUSE : article " WS-SAISIE-ARTICLE
                               " inconnu dans inventaire.txt et"
                               " nomenclatures.txt"
                   ELSE
                       DISPLAY "Quantite (1-9999) :"
                       ACCEPT WS-SAISIE-QUANTITE
                       IF WS-SAISIE-QUANTITE = 0
                           DISPLAY "REFUSE : quantite a zero"
                       ELSE
                           PERFORM 0700-PROMESSE-START
                           THRU    0700-PROMESSE-END
                           IF WS-CONFIRMER = "N"
                               DISPLAY "Ligne abandonnee"
                           ELSE
                               PERFORM 0600-ECRIRE-START
                               THRU    0600-ECRIRE-END
                           END-IF
                       END-IF
                   END-IF
               END-IF

           MOVE "N" TO WS-CLIENT-TROUVE.

      *Un client fusionne est clos : la commande passe sur son
      *survivant, s'il tient dans les deux chiffres des commandes.
           MOVE WS-SAISIE-CLIENT TO WS-RD-CLIENT.
           CALL "Redirige" USING WS-RD-CLIENT WS-RD-STATUT.
           IF WS-RD-STATUT = "00"
               IF WS-RD-CLIENT > 99
                   DISPLAY "ATTENTION : client " WS-SAISIE-CLIENT
                           " fusionne dans le client " WS-RD-CLIENT
                           ", hors de la plage 1-99 des commandes"
               ELSE
                   DISPLAY "Client " WS-SAISIE-CLIENT " fusionne :"
                           " commande passee sur le client "
                           WS-RD-CLIENT
                   MOVE WS-RD-CLIENT TO WS-SAISIE-CLIENT
               END-IF
           END-IF.

           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               IF WS-CLIENT-ID(WS-INDEX-CLIENT) = WS-SAISIE-CLIENT

      *L'article est compare a l'inventaire sous la meme forme que
      *celle ecrite par Commande dans consommation.txt : le numero
      *cadre sur quatre chiffres, en tete d'une zone de dix. Un kit
      *des nomenclatures est accepte sans ligne d'inventaire.
       0500-CONTROLE-ARTICLE-START.

           MOVE "N" TO WS-ARTICLE-TROUVE.
           MOVE "N" TO WS-EST-KIT.
           MOVE WS-SAISIE-ARTICLE TO WS-ARTICLE-NUM.
           MOVE SPACES            TO WS-ARTICLE-CLE.
           MOVE WS-ARTICLE-NUM    TO WS-ARTICLE-CLE.

           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-NB-NOM
               IF WS-NOM-KIT(WS-IDX-NOM) = WS-ARTICLE-CLE
                   MOVE "O" TO WS-EST-KIT
                   MOVE "O" TO WS-ARTICLE-TROUVE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
               IF WS-ARTICLE(WS-INDEX) = WS-ARTICLE-CLE
           MOVE WS-SAISIE-CLIENT   TO F-COMMANDE-ID.
           MOVE WS-SAISIE-ARTICLE  TO F-ARTICLE-CMD.
           MOVE WS-SAISIE-QUANTITE TO F-QUANTITE.
           MOVE WS-DATE-PROMISE    TO F-CMD-PROMESSE.
           WRITE F-COMMANDE.

           IF WS-COMMANDE-STATUS NOT = "00"
           ELSE
               DISPLAY "Commande enregistree, numero "
                       WS-NUMERO-ORDRE " du " WS-DATE-JOUR
               PERFORM 0650-CUMULER-SAISI-START
               THRU    0650-CUMULER-SAISI-END
           END-IF.

           EXIT.
       0600-ECRIRE-END.

      *Ajoute WS-SAISIE-QUANTITE aux quantites deja saisies
      *aujourd'hui pour l'article WS-ARTICLE-CLE.
       0650-CUMULER-SAISI-START.

           MOVE 0 TO WS-SAISI-TROUVE.
           PERFORM VARYING WS-IDX-SAISI FROM 1 BY 1
                   UNTIL WS-IDX-SAISI > WS-NB-SAISI
               IF WS-SAISI-ARTICLE(WS-IDX-SAISI) = WS-ARTICLE-CLE
                   MOVE WS-IDX-SAISI TO WS-SAISI-TROUVE
               END-IF
           END-PERFORM.

           IF WS-SAISI-TROUVE = 0
               IF WS-NB-SAISI < WS-MAX-SAISI
                   ADD 1 TO WS-NB-SAISI
                   MOVE WS-NB-SAISI    TO WS-SAISI-TROUVE
                   MOVE WS-ARTICLE-CLE TO
                        WS-SAISI-ARTICLE(WS-SAISI-TROUVE)
                   MOVE 0 TO WS-SAISI-QTE(WS-SAISI-TROUVE)
               ELSE
                   GO TO 0650-CUMULER-SAISI-END
               END-IF
           END-IF.

           ADD WS-SAISIE-QUANTITE TO WS-SAISI-QTE(WS-SAISI-TROUVE).

           EXIT.
       0650-CUMULER-SAISI-END.

      *Disponibilite de la ligne au telephone : stock libre tous
      *depots, puis date promise. Les reliquats en file et les
      *saisies du jour passent avant la ligne ; les arrivages
      *ouverts sont pris dans l'ordre du registre, chacun attendu
      *a sa date d'emission plus le delai de son fournisseur en
      *jours ouvres.
       0700-PROMESSE-START.

           MOVE "O"          TO WS-CONFIRMER.
           MOVE 0            TO WS-DATE-PROMISE.
           MOVE "N"          TO WS-PROMESSE-TROUVEE.
           MOVE 0            TO WS-STOCK-TOTAL.
           MOVE 0            TO WS-DEJA-SAISI.
           MOVE 0            TO WS-BESOIN.
           MOVE 0            TO WS-CUMUL-ARRIVAGE.

           IF WS-EST-KIT = "O"
               PERFORM 0705-STOCK-KIT-START
               THRU    0705-STOCK-KIT-END
           ELSE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                       UNTIL WS-INDEX > WS-NB-ARTICLE-LUS
                   IF WS-ARTICLE(WS-INDEX) = WS-ARTICLE-CLE
                       ADD WS-STOCK(WS-INDEX) TO WS-STOCK-TOTAL
                   END-IF
               END-PERFORM
           END-IF.

           PERFORM VARYING WS-IDX-SAISI FROM 1 BY 1
                   UNTIL WS-IDX-SAISI > WS-NB-SAISI
               IF WS-SAISI-ARTICLE(WS-IDX-SAISI) = WS-ARTICLE-CLE
                   MOVE WS-SAISI-QTE(WS-IDX-SAISI) TO WS-DEJA-SAISI
               END-IF
           END-PERFORM.

           IF WS-STOCK-TOTAL > WS-DEJA-SAISI
               COMPUTE WS-STOCK-LIBRE = WS-STOCK-TOTAL - WS-DEJA-SAISI
           ELSE
               MOVE 0 TO WS-STOCK-LIBRE
           END-IF.

           DISPLAY "Stock libre tous depots : " WS-STOCK-LIBRE.

           COMPUTE WS-DEMANDE = WS-DEJA-SAISI + WS-SAISIE-QUANTITE.

           IF WS-DEMANDE NOT > WS-STOCK-TOTAL
               MOVE WS-DATE-JOUR TO WS-DATE-PROMISE
               DISPLAY "Disponible : livrable des aujourd'hui"
               GO TO 0700-PROMESSE-END
           END-IF.

      *Un kit n'est pas commande au fournisseur : ce sont ses
      *composants qui le sont, sans date a promettre pour le kit.
           IF WS-EST-KIT = "O"
               DISPLAY "ATTENTION : composants du kit insuffisants,"
                       " pas de date promise"
               GO TO 0710-CONFIRMER
           END-IF.

      *Besoin a couvrir par les arrivages : reliquats en file plus
      *la part de la demande que le stock ne couvre pas.
           PERFORM VARYING WS-IDX-REL FROM 1 BY 1
                   UNTIL WS-IDX-REL > WS-NB-REL
               IF WS-REL-ARTICLE(WS-IDX-REL) = WS-ARTICLE-CLE
                   ADD WS-REL-QTE(WS-IDX-REL) TO WS-BESOIN
               END-IF
           END-PERFORM.
           COMPUTE WS-BESOIN = WS-BESOIN + WS-DEMANDE - WS-STOCK-TOTAL.

           PERFORM VARYING WS-IDX-PO FROM 1 BY 1
                   UNTIL WS-IDX-PO > WS-NB-PO
                      OR WS-PROMESSE-TROUVEE = "O"
               IF WS-PO-ARTICLE(WS-IDX-PO) = WS-ARTICLE-CLE
                   ADD WS-PO-OUVERT(WS-IDX-PO) TO WS-CUMUL-ARRIVAGE
                   IF WS-CUMUL-ARRIVAGE NOT < WS-BESOIN
                       MOVE "O" TO WS-PROMESSE-TROUVEE
                       MOVE 0   TO WS-DELAI
                       PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                               UNTIL WS-IDX-FOURN > WS-NB-FOURN
                           IF WS-FOURN-CODE(WS-IDX-FOURN) =
                                             WS-PO-FOURN(WS-IDX-PO)
                              AND WS-FOURN-ARTICLE(WS-IDX-FOURN) =
                                             WS-ARTICLE-CLE
                               MOVE WS-FOURN-DELAI(WS-IDX-FOURN)
                                    TO WS-DELAI
                           END-IF
                       END-PERFORM
                       MOVE WS-PO-DATE(WS-IDX-PO) TO WS-DC-DATE-1
                   END-IF
               END-IF
           END-PERFORM.

      *Pas d'arrivage suffisant : une commande a passer ce soir,
      *au delai le plus long des fournisseurs de l'article pour
      *ne promettre que ce qui se tiendra.
           IF WS-PROMESSE-TROUVEE = "N"
               MOVE 0 TO WS-DELAI
               PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                       UNTIL WS-IDX-FOURN > WS-NB-FOURN
                   IF WS-FOURN-ARTICLE(WS-IDX-FOURN) = WS-ARTICLE-CLE
                       MOVE "O" TO WS-PROMESSE-TROUVEE
                       IF WS-FOURN-DELAI(WS-IDX-FOURN) > WS-DELAI
                           MOVE WS-FOURN-DELAI(WS-IDX-FOURN)
                                TO WS-DELAI
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-DATE-JOUR TO WS-DC-DATE-1
               IF WS-PROMESSE-TROUVEE = "O"
                   DISPLAY "Arrivages ouverts insuffisants :"
                           " nouvelle commande fournisseur"
               END-IF
           END-IF.

           IF WS-PROMESSE-TROUVEE = "N"
               DISPLAY "ATTENTION : aucun fournisseur connu pour"
                       " l'article, pas de date promise"
               GO TO 0710-CONFIRMER
           END-IF.

           MOVE "O"      TO WS-DC-FONCTION.
           MOVE WS-DELAI TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "ATTENTION : date d'arrivage illisible,"
                       " pas de date promise"
               GO TO 0710-CONFIRMER
           END-IF.

      *Un arrivage deja en retard ne se promet pas dans le passe.
           IF WS-DC-DATE-2 < WS-DATE-JOUR
               MOVE WS-DATE-JOUR TO WS-DATE-PROMISE
               DISPLAY "Arrivage attendu en retard chez le"
                       " fournisseur"
           ELSE
               MOVE WS-DC-DATE-2 TO WS-DATE-PROMISE
           END-IF.

           DISPLAY "Date promise : " WS-DATE-PROMISE.

       0710-CONFIRMER.

           DISPLAY "Confirmer la ligne ? (O/N)".
           ACCEPT WS-CONFIRMER.

           EXIT.
       0700-PROMESSE-END.

      *Stock d'un kit en nombre de kits : pour chaque composant
      *suivi a l'inventaire, son stock tous depots moins ce qui en
      *a deja ete saisi aujourd'hui, divise par la quantite par
      *kit ; le composant le plus court decide. Un composant
      *absent de l'inventaire n'est pas suivi et ne limite rien.
       0705-STOCK-KIT-START.

           MOVE 9999999 TO WS-STOCK-TOTAL.

           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-NB-NOM
               IF WS-NOM-KIT(WS-IDX-NOM) = WS-ARTICLE-CLE AND
                  WS-NOM-QTE(WS-IDX-NOM) > 0
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
                   PERFORM VARYING WS-IDX-SAISI FROM 1 BY 1
                           UNTIL WS-IDX-SAISI > WS-NB-SAISI
                       IF WS-SAISI-ARTICLE(WS-IDX-SAISI) =
                                          WS-NOM-COMPOSANT(WS-IDX-NOM)
                           IF WS-SAISI-QTE(WS-IDX-SAISI) <
                                          WS-DISPO-COMPOSANT
                               SUBTRACT WS-SAISI-QTE(WS-IDX-SAISI)
                                   FROM WS-DISPO-COMPOSANT
                           ELSE
                               MOVE 0 TO WS-DISPO-COMPOSANT
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-COMPOSANT-SUIVI = "O"
                       DIVIDE WS-NOM-QTE(WS-IDX-NOM)
                              INTO WS-DISPO-COMPOSANT
                              GIVING WS-KITS-COMPOSANT
                       IF WS-KITS-COMPOSANT < WS-STOCK-TOTAL
                           MOVE WS-KITS-COMPOSANT TO WS-STOCK-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0705-STOCK-KIT-END.

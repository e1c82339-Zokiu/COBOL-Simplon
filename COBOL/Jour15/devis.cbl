       IDENTIFICATION DIVISION.
       PROGRAM-ID. devis.
       AUTHOR.    Terry.

      *Devis clients, saisis au clavier par le commercial, et leur
      *transformation en commande une fois acceptes.
      *  D : nouveau devis. Le client est lu par cle dans
      *      clients.dat, chaque ligne est valorisee au tarif du
      *      jour exactement comme Commande valorise une commande
      *      (prix du catalogue corrige par journal-prix.txt, prix
      *      promotionnel dans sa fenetre), puis remisee au taux du
      *      palier du client (remises-paliers.txt). Le devis recoit
      *      le numero suivant du registre devis.txt, une date de
      *      validite, et part imprime dans devis-NNNNNN.txt.
      *  C : transformation d'un devis accepte. Un devis ouvert et
      *      encore valable est ajoute a num-commandes.txt sous un
      *      nouveau numero de commande, chaque ligne gardant le
      *      numero du devis en reference ; le devis passe au
      *      statut converti dans le registre.
      *Le prix du devis reste celui du registre : Commande
      *revalorise la commande au tarif de sa propre date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre des clients indexe sur CLIENT-ID depuis la
      *migration migidx : lecture par cle du seul client du devis.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

       SELECT FICHIER-ARTICLES ASSIGN TO "articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Journal des changements de prix tenu par articles. OPTIONAL :
      *sans journal, le prix du catalogue vaut pour toute date.
       SELECT OPTIONAL FICHIER-JPRIX ASSIGN TO "journal-prix.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JPRIX-STATUS.

      *Taux de remise par palier client. OPTIONAL : bareme par
      *defaut.
       SELECT OPTIONAL FICHIER-REMISES ASSIGN TO
           "remises-paliers.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMISES-STATUS.

      *Registre des devis. OPTIONAL : premier devis.
       SELECT OPTIONAL FICHIER-DEVIS ASSIGN TO "devis.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEVIS-STATUS.

      *Devis imprime, un fichier par devis.
       SELECT FICHIER-IMPRIME ASSIGN TO DYNAMIC WS-NOM-IMPRIME
           ORGANIZATION IS LINE SEQUENTIAL.

      *OPTIONAL : au tout premier lancement le fichier des commandes
      *n'existe pas encore, l'ouverture en ajout doit le creer.
       SELECT OPTIONAL FICHIER-COMMANDE ASSIGN TO "num-commandes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMMANDE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           COPY "Client.cpy".

      *Meme decoupage que le FD du programme articles, qui tient ce
      *catalogue.
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

      *Meme decoupage que le FD du programme articles, qui tient ce
      *journal des changements de prix.
       FD FICHIER-JPRIX.
       01  F-JPRIX.
           05 F-JP-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-JP-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-JP-ANCIEN       PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-JP-NOUVEAU      PIC 9(02)V99.

      *Une ligne par palier : palier (VIP, GOLD, STANDARD) et taux
      *de remise en pourcentage.
       FD FICHIER-REMISES.
       01  F-REMISE.
           05 F-RP-PALIER       PIC X(08).
           05 FILLER            PIC X(01).
           05 F-RP-TAUX         PIC 9(02)V99.

      *Une ligne par ligne de devis, l'en-tete du devis repete sur
      *chacune : numero, date d'emission, date de validite,
      *commercial, client, rang de la ligne, article, quantite,
      *prix unitaire du jour, taux de remise du palier, montant
      *remise deduite, statut (O ouvert, C converti), commande
      *creee et date de la transformation.
       FD FICHIER-DEVIS.
       01  F-DEVIS.
           05 F-DV-NUMERO       PIC 9(06).
           05 FILLER            PIC X(01).
           05 F-DV-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-DV-VALIDITE     PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-DV-VENDEUR      PIC X(08).
           05 FILLER            PIC X(01).
           05 F-DV-CLIENT       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-DV-LIGNE        PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-DV-ARTICLE      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-DV-QTE          PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-DV-PRIX         PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-DV-REMISE       PIC 9(02)V99.
           05 FILLER            PIC X(01).
           05 F-DV-MONTANT      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-DV-STATUT       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-DV-COMMANDE     PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-DV-CONVERSION   PIC 9(08).

       FD FICHIER-IMPRIME.
       01  F-IMPRIME-ENTETE     PIC X(60).
       01  F-IMPRIME            PIC X(80).

      *Meme decoupage que le FD FICHIER-COMMANDE de Commande, avec
      *le numero du devis d'origine en fin de ligne.
       FD FICHIER-COMMANDE.
       01  F-COMMANDE.
           05 F-CMD-NUMERO     PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-CMD-DATE       PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-COMMANDE-ID    PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-ARTICLE-CMD    PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-QUANTITE       PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-CMD-PROMESSE   PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-CMD-DEVIS      PIC 9(06).

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-JPRIX-STATUS      PIC X(02) VALUE SPACES.
       77  WS-REMISES-STATUS    PIC X(02) VALUE SPACES.
       77  WS-DEVIS-STATUS      PIC X(02) VALUE SPACES.
       77  WS-COMMANDE-STATUS   PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER       PIC X(01) VALUE "N".

      *Catalogue : prix courant et promotion de chaque article.
       01  WS-TABLE-CATALOGUE.
           05 WS-PRODUIT OCCURS 50 TIMES.
             10 WS-PRODUIT-NOM   PIC X(10).
             10 WS-PRODUIT-DESIGNATION PIC X(20).
             10 WS-PRODUIT-PRIX  PIC 9(02)V99.
             10 WS-PRODUIT-PROMO PIC 9(02)V99.
             10 WS-PROMO-DEBUT   PIC 9(08).
             10 WS-PROMO-FIN     PIC 9(08).

       77  WS-INDEX-PRODUIT     PIC 9(02) VALUE 1.
       77  WS-MAX-CATALOGUE     PIC 9(02) VALUE 50.
       77  WS-NB-PRODUITS       PIC 9(02) VALUE 0.
       77  WS-PROD-TROUVE       PIC 9(02) VALUE 0.

      *Changements de prix, dans l'ordre du journal.
       01  WS-TABLE-JPRIX.
           05 WS-JP OCCURS 200 TIMES.
               10 WS-JP-DATE    PIC 9(08).
               10 WS-JP-ARTICLE PIC X(10).
               10 WS-JP-ANCIEN  PIC 9(02)V99.
               10 WS-JP-NOUVEAU PIC 9(02)V99.

       77  WS-IDX-JP            PIC 9(03) VALUE 1.
       77  WS-MAX-JP            PIC 9(03) VALUE 200.
       77  WS-NB-JP-LUS         PIC 9(03) VALUE 0.

      *Prix a la date : meme recherche que Commande.
       77  WS-DATE-VALO         PIC 9(08) VALUE 0.
       77  WS-PRIX-UNITAIRE     PIC 9(02)V99 VALUE 0.
       77  WS-DEBUT-RETENU      PIC 9(08) VALUE 0.
       77  WS-PRIX-TROUVE       PIC X(01) VALUE "N".
       77  WS-CHANGEMENT-VU     PIC X(01) VALUE "N".
       77  WS-PREMIER-ANCIEN    PIC 9(02)V99 VALUE 0.
       77  WS-PREMIERE-DATE     PIC 9(08) VALUE 0.

      *Remise par palier ; bareme par defaut sans
      *remises-paliers.txt.
       01  WS-TABLE-REMISES.
           05 WS-RP OCCURS 10 TIMES.
               10 WS-RP-PALIER  PIC X(08).
               10 WS-RP-TAUX    PIC 9(02)V99.

       77  WS-IDX-RP            PIC 9(02) VALUE 1.
       77  WS-MAX-RP            PIC 9(02) VALUE 10.
       77  WS-NB-RP             PIC 9(02) VALUE 0.

      *Registre des devis en memoire, pour la numerotation et la
      *transformation.
       01  WS-TABLE-DEVIS.
           05 WS-DV OCCURS 500 TIMES.
               10 WS-DV-NUMERO      PIC 9(06).
               10 WS-DV-DATE        PIC 9(08).
               10 WS-DV-VALIDITE    PIC 9(08).
               10 WS-DV-VENDEUR     PIC X(08).
               10 WS-DV-CLIENT      PIC 9(04).
               10 WS-DV-LIGNE       PIC 9(02).
               10 WS-DV-ARTICLE     PIC 9(03).
               10 WS-DV-QTE         PIC 9(04).
               10 WS-DV-PRIX        PIC 9(02)V99.
               10 WS-DV-REMISE      PIC 9(02)V99.
               10 WS-DV-MONTANT     PIC 9(07)V99.
               10 WS-DV-STATUT      PIC X(01).
               10 WS-DV-COMMANDE    PIC 9(04).
               10 WS-DV-CONVERSION  PIC 9(08).

       77  WS-IDX-DV            PIC 9(03) VALUE 1.
       77  WS-MAX-DV            PIC 9(03) VALUE 500.
       77  WS-NB-DV             PIC 9(03) VALUE 0.

      *Lignes du devis en cours de saisie.
       01  WS-TABLE-LIGNES.
           05 WS-LG OCCURS 20 TIMES.
               10 WS-LG-ARTICLE     PIC 9(03).
               10 WS-LG-DESIGNATION PIC X(20).
               10 WS-LG-QTE         PIC 9(04).
               10 WS-LG-PRIX        PIC 9(02)V99.
               10 WS-LG-MONTANT     PIC 9(07)V99.

       77  WS-IDX-LG            PIC 9(02) VALUE 1.
       77  WS-MAX-LG            PIC 9(02) VALUE 20.
       77  WS-NB-LG             PIC 9(02) VALUE 0.

      *Action demandee : D nouveau devis, C transformation.
       77  WS-ACTION            PIC X(01) VALUE SPACE.

      *Zone de saisie d'un devis.
       77  WS-SAISIE-VENDEUR    PIC X(08) VALUE SPACES.
       77  WS-SAISIE-CLIENT     PIC 9(04) VALUE 0.
       77  WS-SAISIE-VALIDITE   PIC 9(03) VALUE 0.
       77  WS-SAISIE-ARTICLE    PIC 9(03) VALUE 0.
       77  WS-SAISIE-QUANTITE   PIC 9(04) VALUE 0.
       77  WS-SAISIE-DEVIS      PIC 9(06) VALUE 0.
       77  WS-CONTINUER         PIC X(01) VALUE "O".
       77  WS-CONFIRMER         PIC X(01) VALUE "N".

      *Validite par defaut d'un devis, en jours calendaires.
       77  WS-VALIDITE-DEFAUT   PIC 9(03) VALUE 30.

      *Article saisi reporte au format du catalogue (quatre
      *chiffres cadres a gauche, comme le cherche Commande).
       77  WS-ARTICLE-NUM       PIC 9(04) VALUE 0.
       77  WS-ARTICLE-CLE       PIC X(10) VALUE SPACES.

      *Devis en cours.
       77  WS-NUMERO-DEVIS      PIC 9(06) VALUE 0.
       77  WS-DATE-VALIDITE     PIC 9(08) VALUE 0.
       77  WS-NOM-CLIENT        PIC X(15) VALUE SPACES.
       77  WS-PRENOM-CLIENT     PIC X(08) VALUE SPACES.
       77  WS-TIER              PIC X(08) VALUE SPACES.
       77  WS-TAUX-REMISE       PIC 9(02)V99 VALUE 0.
       77  WS-MONTANT-LIGNE     PIC 9(07)V99 VALUE 0.
       77  WS-TOTAL-DEVIS       PIC 9(08)V99 VALUE 0.

      *Transformation : lignes du devis trouvees et nouvelle
      *commande.
       77  WS-NB-TROUVEES       PIC 9(02) VALUE 0.
       77  WS-PREMIERE-LIGNE    PIC 9(03) VALUE 0.
       77  WS-NUMERO-ORDRE      PIC 9(04) VALUE 0.
       77  WS-FIN-F-COMMANDE    PIC X(01) VALUE "N".

      *Devis imprime.
       77  WS-NOM-IMPRIME       PIC X(40) VALUE SPACES.
       77  WS-PRIX-ED           PIC Z9.99.
       77  WS-TAUX-ED           PIC Z9.99.
       77  WS-QTE-ED            PIC ZZZ9.
       77  WS-MNT-ED            PIC ZZZZZZZ9.99.

      *Horodatage de l'exécution, reporté en en-tête du devis.
       01  WS-HORODATAGE        PIC X(19).

      *Date du jour AAAAMMJJ.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc,
      *qui ajoute la duree de validite au jour d'emission.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "devis".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0100-CHARGER-DEVIS-START
           THRU    0100-CHARGER-DEVIS-END.

           DISPLAY "Nouveau devis (D) ou transformation d'un devis"
                   " accepte en commande (C) :".
           ACCEPT WS-ACTION.

           EVALUATE WS-ACTION
               WHEN "D"
               WHEN "d"
                   PERFORM 0150-READ-CATALOGUE-START
                   THRU    0150-READ-CATALOGUE-END
                   PERFORM 0160-READ-JPRIX-START
                   THRU    0160-READ-JPRIX-END
                   PERFORM 0170-READ-REMISES-START
                   THRU    0170-READ-REMISES-END
                   PERFORM 0300-NOUVEAU-DEVIS-START
                   THRU    0300-NOUVEAU-DEVIS-END
               WHEN "C"
               WHEN "c"
                   PERFORM 0500-TRANSFORMER-START
                   THRU    0500-TRANSFORMER-END
               WHEN OTHER
                   DISPLAY "ERREUR : action inconnue " WS-ACTION
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-DV TO WS-JRN-LUS.
           IF WS-JRN-REJETES > 0
               MOVE "ECART" TO WS-JRN-STATUT
           END-IF.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Chargement du registre des devis et releve du plus grand
      *numero deja attribue.
       0100-CHARGER-DEVIS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-DEVIS.

      *Statut 05 : fichier optionnel absent, aucun devis.
           IF WS-DEVIS-STATUS = "00" OR WS-DEVIS-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-DEVIS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-DV-NUMERO > WS-NUMERO-DEVIS
                               MOVE F-DV-NUMERO TO WS-NUMERO-DEVIS
                           END-IF
                           IF WS-NB-DV < WS-MAX-DV
                               ADD 1 TO WS-NB-DV
                               PERFORM 0110-RANGER-DEVIS-START
                               THRU    0110-RANGER-DEVIS-END
                           ELSE
                               DISPLAY "ERREUR : registre devis.txt"
                                       " plein (" WS-MAX-DV
                                       " lignes)"
                               CLOSE FICHIER-DEVIS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DEVIS
           END-IF.

           EXIT.
       0100-CHARGER-DEVIS-END.

       0110-RANGER-DEVIS-START.

           MOVE F-DV-NUMERO     TO WS-DV-NUMERO(WS-NB-DV).
           MOVE F-DV-DATE       TO WS-DV-DATE(WS-NB-DV).
           MOVE F-DV-VALIDITE   TO WS-DV-VALIDITE(WS-NB-DV).
           MOVE F-DV-VENDEUR    TO WS-DV-VENDEUR(WS-NB-DV).
           MOVE F-DV-CLIENT     TO WS-DV-CLIENT(WS-NB-DV).
           MOVE F-DV-LIGNE      TO WS-DV-LIGNE(WS-NB-DV).
           MOVE F-DV-ARTICLE    TO WS-DV-ARTICLE(WS-NB-DV).
           MOVE F-DV-QTE        TO WS-DV-QTE(WS-NB-DV).
           MOVE F-DV-PRIX       TO WS-DV-PRIX(WS-NB-DV).
           MOVE F-DV-REMISE     TO WS-DV-REMISE(WS-NB-DV).
           MOVE F-DV-MONTANT    TO WS-DV-MONTANT(WS-NB-DV).
           MOVE F-DV-STATUT     TO WS-DV-STATUT(WS-NB-DV).
           MOVE F-DV-COMMANDE   TO WS-DV-COMMANDE(WS-NB-DV).
           MOVE F-DV-CONVERSION TO WS-DV-CONVERSION(WS-NB-DV).

           EXIT.
       0110-RANGER-DEVIS-END.

       0150-READ-CATALOGUE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-ARTICLES.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-ARTICLES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF WS-NB-PRODUITS < WS-MAX-CATALOGUE
                           ADD 1 TO WS-NB-PRODUITS
                           MOVE F-ART-NUMERO
                               TO WS-PRODUIT-NOM(WS-NB-PRODUITS)
                           MOVE F-ART-DESIGNATION
                               TO WS-PRODUIT-DESIGNATION
                                  (WS-NB-PRODUITS)
                           MOVE F-ART-PRIX
                               TO WS-PRODUIT-PRIX(WS-NB-PRODUITS)
                           MOVE F-ART-PROMO
                               TO WS-PRODUIT-PROMO(WS-NB-PRODUITS)
                           MOVE F-ART-PROMO-DEBUT
                               TO WS-PROMO-DEBUT(WS-NB-PRODUITS)
                           MOVE F-ART-PROMO-FIN
                               TO WS-PROMO-FIN(WS-NB-PRODUITS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ARTICLES.

           EXIT.
       0150-READ-CATALOGUE-END.

       0160-READ-JPRIX-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-JPRIX.

      *Statut 05 : fichier optionnel absent, aucun changement.
           IF WS-JPRIX-STATUS = "00" OR WS-JPRIX-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-JPRIX
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-JP-LUS < WS-MAX-JP
                               ADD 1 TO WS-NB-JP-LUS
                               MOVE F-JP-DATE    TO
                                    WS-JP-DATE(WS-NB-JP-LUS)
                               MOVE F-JP-ARTICLE TO
                                    WS-JP-ARTICLE(WS-NB-JP-LUS)
                               MOVE F-JP-ANCIEN  TO
                                    WS-JP-ANCIEN(WS-NB-JP-LUS)
                               MOVE F-JP-NOUVEAU TO
                                    WS-JP-NOUVEAU(WS-NB-JP-LUS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-JPRIX
           END-IF.

           EXIT.
       0160-READ-JPRIX-END.

      *Bareme par defaut sans fichier : 5 % aux VIP, 3 % aux GOLD,
      *rien aux autres. Un palier absent du bareme n'a pas de
      *remise.
       0170-READ-REMISES-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REMISES.

           IF WS-REMISES-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-REMISES
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-RP-PALIER NOT = SPACES AND
                              F-RP-TAUX IS NUMERIC AND
                              WS-NB-RP < WS-MAX-RP
                               ADD 1 TO WS-NB-RP
                               MOVE F-RP-PALIER TO
                                    WS-RP-PALIER(WS-NB-RP)
                               MOVE F-RP-TAUX   TO
                                    WS-RP-TAUX(WS-NB-RP)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REMISES.

           IF WS-NB-RP = 0
               MOVE "VIP"  TO WS-RP-PALIER(1)
               MOVE 5.00   TO WS-RP-TAUX(1)
               MOVE "GOLD" TO WS-RP-PALIER(2)
               MOVE 3.00   TO WS-RP-TAUX(2)
               MOVE 2      TO WS-NB-RP
           END-IF.

           EXIT.
       0170-READ-REMISES-END.

      *Saisie d'un devis : commercial, client, validite, puis les
      *lignes jusqu'a ce que l'operateur reponde N.
       0300-NOUVEAU-DEVIS-START.

           DISPLAY "Code du commercial :".
           ACCEPT WS-SAISIE-VENDEUR.

           IF WS-SAISIE-VENDEUR = SPACES
               DISPLAY "ERREUR : commercial obligatoire"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Numero du client :".
           ACCEPT WS-SAISIE-CLIENT.

           OPEN INPUT FICHIER-CLIENT.
           MOVE WS-SAISIE-CLIENT TO CLIENT-ID.
           READ FICHIER-CLIENT
               INVALID KEY
                   DISPLAY "ERREUR : client " WS-SAISIE-CLIENT
                           " inconnu dans clients.dat"
                   CLOSE FICHIER-CLIENT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CLIENT-NOM    TO WS-NOM-CLIENT.
           MOVE CLIENT-PRENOM TO WS-PRENOM-CLIENT.
           MOVE CLIENT-TIER   TO WS-TIER.
           CLOSE FICHIER-CLIENT.

           MOVE 0 TO WS-TAUX-REMISE.
           PERFORM VARYING WS-IDX-RP FROM 1 BY 1
                   UNTIL WS-IDX-RP > WS-NB-RP
               IF WS-RP-PALIER(WS-IDX-RP) = WS-TIER
                   MOVE WS-RP-TAUX(WS-IDX-RP) TO WS-TAUX-REMISE
               END-IF
           END-PERFORM.

           MOVE WS-TAUX-REMISE TO WS-TAUX-ED.
           DISPLAY "Client " WS-SAISIE-CLIENT " " WS-NOM-CLIENT
                   " palier " WS-TIER " : remise " WS-TAUX-ED " %".

           DISPLAY "Duree de validite en jours (0 = "
                   WS-VALIDITE-DEFAUT ") :".
           ACCEPT WS-SAISIE-VALIDITE.
           IF WS-SAISIE-VALIDITE = 0
               MOVE WS-VALIDITE-DEFAUT TO WS-SAISIE-VALIDITE
           END-IF.

           MOVE "A"                TO WS-DC-FONCTION.
           MOVE WS-DATE-JOUR       TO WS-DC-DATE-1.
           MOVE WS-SAISIE-VALIDITE TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           MOVE WS-DC-DATE-2 TO WS-DATE-VALIDITE.

           MOVE "O" TO WS-CONTINUER.
           PERFORM UNTIL WS-CONTINUER = "N"

               DISPLAY "Numero d'article (1-999) :"
               ACCEPT WS-SAISIE-ARTICLE

               PERFORM 0310-VALORISER-START
               THRU    0310-VALORISER-END

               IF WS-PROD-TROUVE = 0
                   DISPLAY "REFUSE : article " WS-SAISIE-ARTICLE
                           " inconnu dans articles.txt"
                   ADD 1 TO WS-JRN-REJETES
               ELSE
                   DISPLAY "Quantite (1-9999) :"
                   ACCEPT WS-SAISIE-QUANTITE
                   IF WS-SAISIE-QUANTITE = 0
                       DISPLAY "REFUSE : quantite a zero"
                       ADD 1 TO WS-JRN-REJETES
                   ELSE
                       PERFORM 0320-AJOUTER-LIGNE-START
                       THRU    0320-AJOUTER-LIGNE-END
                   END-IF
               END-IF

               IF WS-NB-LG >= WS-MAX-LG
                   DISPLAY "ATTENTION : " WS-MAX-LG " lignes au"
                           " plus par devis"
                   MOVE "N" TO WS-CONTINUER
               ELSE
                   DISPLAY "Autre ligne ? (O/N) :"
                   ACCEPT WS-CONTINUER
                   IF WS-CONTINUER = "n"
                       MOVE "N" TO WS-CONTINUER
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-LG = 0
               DISPLAY "Aucune ligne : pas de devis"
               GO TO 0300-NOUVEAU-DEVIS-END
           END-IF.

           ADD 1 TO WS-NUMERO-DEVIS.

           PERFORM 0400-ENREGISTRER-START
           THRU    0400-ENREGISTRER-END.

           PERFORM 0450-IMPRIMER-START
           THRU    0450-IMPRIMER-END.

           MOVE WS-TOTAL-DEVIS TO WS-MNT-ED.
           DISPLAY "Devis " WS-NUMERO-DEVIS " : " WS-NB-LG
                   " ligne(s), total HT " WS-MNT-ED
                   ", valable jusqu'au " WS-DATE-VALIDITE
                   " (" FUNCTION TRIM(WS-NOM-IMPRIME) ")".

           EXIT.
       0300-NOUVEAU-DEVIS-END.

      *Prix unitaire de l'article saisi a la date du jour, par la
      *meme regle que Commande : prix du catalogue, corrige par le
      *journal des prix, remplace par la promotion en cours.
      *WS-PROD-TROUVE reste a zero pour un article inconnu.
       0310-VALORISER-START.

           MOVE 0      TO WS-PRIX-UNITAIRE.
           MOVE 0      TO WS-PROD-TROUVE.
           MOVE WS-SAISIE-ARTICLE TO WS-ARTICLE-NUM.
           MOVE SPACES TO WS-ARTICLE-CLE.
           MOVE WS-ARTICLE-NUM TO WS-ARTICLE-CLE.
           MOVE WS-DATE-JOUR TO WS-DATE-VALO.

           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
                   UNTIL WS-INDEX-PRODUIT > WS-NB-PRODUITS
               IF WS-PRODUIT-NOM(WS-INDEX-PRODUIT) = WS-ARTICLE-CLE
                   MOVE WS-INDEX-PRODUIT TO WS-PROD-TROUVE
               END-IF
           END-PERFORM.

           IF WS-PROD-TROUVE = 0
               GO TO 0310-VALORISER-END
           END-IF.

           MOVE WS-PRODUIT-PRIX(WS-PROD-TROUVE) TO WS-PRIX-UNITAIRE.

           PERFORM 0312-PRIX-A-LA-DATE-START
           THRU    0312-PRIX-A-LA-DATE-END.

           IF WS-PRODUIT-PROMO(WS-PROD-TROUVE) > 0 AND
              WS-PROMO-DEBUT(WS-PROD-TROUVE) <= WS-DATE-VALO AND
              WS-DATE-VALO <= WS-PROMO-FIN(WS-PROD-TROUVE)
               MOVE WS-PRODUIT-PROMO(WS-PROD-TROUVE)
                    TO WS-PRIX-UNITAIRE
           END-IF.

           EXIT.
       0310-VALORISER-END.

      *Corrige WS-PRIX-UNITAIRE par le journal des prix pour la
      *date posee dans WS-DATE-VALO et l'article de
      *WS-ARTICLE-CLE.
       0312-PRIX-A-LA-DATE-START.

           MOVE 0        TO WS-DEBUT-RETENU.
           MOVE "N"      TO WS-PRIX-TROUVE.
           MOVE "N"      TO WS-CHANGEMENT-VU.
           MOVE 0        TO WS-PREMIER-ANCIEN.
           MOVE 99999999 TO WS-PREMIERE-DATE.

           PERFORM VARYING WS-IDX-JP FROM 1 BY 1
                   UNTIL WS-IDX-JP > WS-NB-JP-LUS
               IF WS-JP-ARTICLE(WS-IDX-JP) = WS-ARTICLE-CLE
                   MOVE "O" TO WS-CHANGEMENT-VU
                   IF WS-JP-DATE(WS-IDX-JP) < WS-PREMIERE-DATE
                       MOVE WS-JP-DATE(WS-IDX-JP)
                            TO WS-PREMIERE-DATE
                       MOVE WS-JP-ANCIEN(WS-IDX-JP)
                            TO WS-PREMIER-ANCIEN
                   END-IF
                   IF WS-JP-DATE(WS-IDX-JP) <= WS-DATE-VALO AND
                      (WS-PRIX-TROUVE = "N" OR
                       WS-JP-DATE(WS-IDX-JP) >= WS-DEBUT-RETENU)
                       MOVE "O" TO WS-PRIX-TROUVE
                       MOVE WS-JP-DATE(WS-IDX-JP)
                            TO WS-DEBUT-RETENU
                       MOVE WS-JP-NOUVEAU(WS-IDX-JP)
                            TO WS-PRIX-UNITAIRE
                   END-IF
               END-IF
           END-PERFORM.

      *Des changements existent mais tous posterieurs a la date :
      *le tarif de l'epoque est l'ancien prix du premier.
           IF WS-CHANGEMENT-VU = "O" AND WS-PRIX-TROUVE = "N"
               MOVE WS-PREMIER-ANCIEN TO WS-PRIX-UNITAIRE
           END-IF.

           EXIT.
       0312-PRIX-A-LA-DATE-END.

      *Montant de la ligne, remise du palier deduite.
       0320-AJOUTER-LIGNE-START.

           COMPUTE WS-MONTANT-LIGNE ROUNDED =
                   WS-SAISIE-QUANTITE * WS-PRIX-UNITAIRE *
                   (100 - WS-TAUX-REMISE) / 100.

           ADD 1 TO WS-NB-LG.
           MOVE WS-SAISIE-ARTICLE  TO WS-LG-ARTICLE(WS-NB-LG).
           MOVE WS-PRODUIT-DESIGNATION(WS-PROD-TROUVE)
                                   TO WS-LG-DESIGNATION(WS-NB-LG).
           MOVE WS-SAISIE-QUANTITE TO WS-LG-QTE(WS-NB-LG).
           MOVE WS-PRIX-UNITAIRE   TO WS-LG-PRIX(WS-NB-LG).
           MOVE WS-MONTANT-LIGNE   TO WS-LG-MONTANT(WS-NB-LG).
           ADD WS-MONTANT-LIGNE    TO WS-TOTAL-DEVIS.

           MOVE WS-PRIX-UNITAIRE TO WS-PRIX-ED.
           MOVE WS-MONTANT-LIGNE TO WS-MNT-ED.
           DISPLAY "Ligne " WS-NB-LG " : " WS-SAISIE-QUANTITE
                   " x " WS-PRIX-ED " = " WS-MNT-ED " remise deduite".

           EXIT.
       0320-AJOUTER-LIGNE-END.

      *Ajout des lignes du devis au registre.
       0400-ENREGISTRER-START.

           OPEN EXTEND FICHIER-DEVIS.

           PERFORM VARYING WS-IDX-LG FROM 1 BY 1
                   UNTIL WS-IDX-LG > WS-NB-LG
               MOVE SPACES                  TO F-DEVIS
               MOVE WS-NUMERO-DEVIS         TO F-DV-NUMERO
               MOVE WS-DATE-JOUR            TO F-DV-DATE
               MOVE WS-DATE-VALIDITE        TO F-DV-VALIDITE
               MOVE WS-SAISIE-VENDEUR       TO F-DV-VENDEUR
               MOVE WS-SAISIE-CLIENT        TO F-DV-CLIENT
               MOVE WS-IDX-LG               TO F-DV-LIGNE
               MOVE WS-LG-ARTICLE(WS-IDX-LG) TO F-DV-ARTICLE
               MOVE WS-LG-QTE(WS-IDX-LG)    TO F-DV-QTE
               MOVE WS-LG-PRIX(WS-IDX-LG)   TO F-DV-PRIX
               MOVE WS-TAUX-REMISE          TO F-DV-REMISE
               MOVE WS-LG-MONTANT(WS-IDX-LG) TO F-DV-MONTANT
               MOVE "O"                     TO F-DV-STATUT
               MOVE 0                       TO F-DV-COMMANDE
               MOVE 0                       TO F-DV-CONVERSION
               WRITE F-DEVIS
               IF WS-DEVIS-STATUS NOT = "00"
                   DISPLAY "ERREUR : ecriture devis.txt en echec,"
                           " statut " WS-DEVIS-STATUS
                   CLOSE FICHIER-DEVIS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JRN-ECRITS
           END-PERFORM.

           CLOSE FICHIER-DEVIS.

           EXIT.
       0400-ENREGISTRER-END.

      *Devis imprime pour le client.
       0450-IMPRIMER-START.

           MOVE SPACES TO WS-NOM-IMPRIME.
           STRING "devis-" WS-NUMERO-DEVIS ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-IMPRIME.

           OPEN OUTPUT FICHIER-IMPRIME.

           MOVE SPACES TO F-IMPRIME-ENTETE.
           STRING "Devis - edition du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-IMPRIME-ENTETE.
           WRITE F-IMPRIME-ENTETE.

           MOVE SPACES TO F-IMPRIME.
           STRING "Devis numero " WS-NUMERO-DEVIS " du "
                  WS-DATE-JOUR ", valable jusqu'au "
                  WS-DATE-VALIDITE
                  DELIMITED BY SIZE INTO F-IMPRIME.
           WRITE F-IMPRIME.

           MOVE SPACES TO F-IMPRIME.
           STRING "Client " WS-SAISIE-CLIENT " " WS-PRENOM-CLIENT
                  " " WS-NOM-CLIENT
                  DELIMITED BY SIZE INTO F-IMPRIME.
           WRITE F-IMPRIME.

           MOVE WS-TAUX-REMISE TO WS-TAUX-ED.
           MOVE SPACES TO F-IMPRIME.
           STRING "Commercial " WS-SAISIE-VENDEUR
                  "   remise client " WS-TAUX-ED " %"
                  DELIMITED BY SIZE INTO F-IMPRIME.
           WRITE F-IMPRIME.

           MOVE SPACES TO F-IMPRIME.
           WRITE F-IMPRIME.
           MOVE "Art Designation           Qte  P.U.     Montant HT"
                TO F-IMPRIME.
           WRITE F-IMPRIME.

           PERFORM VARYING WS-IDX-LG FROM 1 BY 1
                   UNTIL WS-IDX-LG > WS-NB-LG
               MOVE WS-LG-QTE(WS-IDX-LG)     TO WS-QTE-ED
               MOVE WS-LG-PRIX(WS-IDX-LG)    TO WS-PRIX-ED
               MOVE WS-LG-MONTANT(WS-IDX-LG) TO WS-MNT-ED
               MOVE SPACES TO F-IMPRIME
               STRING WS-LG-ARTICLE(WS-IDX-LG) " "
                      WS-LG-DESIGNATION(WS-IDX-LG) " "
                      WS-QTE-ED " " WS-PRIX-ED " " WS-MNT-ED
                      DELIMITED BY SIZE INTO F-IMPRIME
               WRITE F-IMPRIME
           END-PERFORM.

           MOVE SPACES TO F-IMPRIME.
           WRITE F-IMPRIME.
           MOVE WS-TOTAL-DEVIS TO WS-MNT-ED.
           MOVE SPACES TO F-IMPRIME.
           STRING "Total HT, remise deduite             " WS-MNT-ED
                  DELIMITED BY SIZE INTO F-IMPRIME.
           WRITE F-IMPRIME.

           CLOSE FICHIER-IMPRIME.

           EXIT.
       0450-IMPRIMER-END.

      *Transformation d'un devis accepte : controle du devis, ajout
      *de ses lignes a num-commandes.txt sous un nouveau numero,
      *puis passage au statut converti dans le registre.
       0500-TRANSFORMER-START.

           DISPLAY "Numero du devis accepte :".
           ACCEPT WS-SAISIE-DEVIS.

           MOVE 0 TO WS-NB-TROUVEES.
           MOVE 0 TO WS-PREMIERE-LIGNE.
           PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                   UNTIL WS-IDX-DV > WS-NB-DV
               IF WS-DV-NUMERO(WS-IDX-DV) = WS-SAISIE-DEVIS
                   ADD 1 TO WS-NB-TROUVEES
                   IF WS-PREMIERE-LIGNE = 0
                       MOVE WS-IDX-DV TO WS-PREMIERE-LIGNE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NB-TROUVEES = 0
               DISPLAY "ERREUR : devis " WS-SAISIE-DEVIS
                       " inconnu dans devis.txt"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DV-STATUT(WS-PREMIERE-LIGNE) = "C"
               DISPLAY "ERREUR : devis " WS-SAISIE-DEVIS
                       " deja transforme en commande "
                       WS-DV-COMMANDE(WS-PREMIERE-LIGNE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-DV-VALIDITE(WS-PREMIERE-LIGNE) < WS-DATE-JOUR
               DISPLAY "ERREUR : devis " WS-SAISIE-DEVIS
                       " expire le "
                       WS-DV-VALIDITE(WS-PREMIERE-LIGNE)
                       ", a refaire au tarif du jour"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *Le fichier des commandes ne porte que deux chiffres de
      *client.
           IF WS-DV-CLIENT(WS-PREMIERE-LIGNE) > 99
               DISPLAY "ERREUR : client "
                       WS-DV-CLIENT(WS-PREMIERE-LIGNE)
                       " hors du fichier des commandes (1-99)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Devis " WS-SAISIE-DEVIS " client "
                   WS-DV-CLIENT(WS-PREMIERE-LIGNE) " : "
                   WS-NB-TROUVEES " ligne(s). Confirmer la"
                   " commande ? (O/N) :".
           ACCEPT WS-CONFIRMER.
           IF WS-CONFIRMER NOT = "O" AND WS-CONFIRMER NOT = "o"
               DISPLAY "Transformation abandonnee"
               GO TO 0500-TRANSFORMER-END
           END-IF.

      *Plus grand numero de commande deja attribue.
           OPEN INPUT FICHIER-COMMANDE.
           IF WS-COMMANDE-STATUS = "00" OR WS-COMMANDE-STATUS = "05"
               PERFORM UNTIL WS-FIN-F-COMMANDE = "Y"
                   READ FICHIER-COMMANDE
                       AT END
                           MOVE "Y" TO WS-FIN-F-COMMANDE
                       NOT AT END
                           IF F-CMD-NUMERO > WS-NUMERO-ORDRE
                               MOVE F-CMD-NUMERO TO WS-NUMERO-ORDRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-COMMANDE
           END-IF.

           ADD 1 TO WS-NUMERO-ORDRE.

           OPEN EXTEND FICHIER-COMMANDE.

           PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                   UNTIL WS-IDX-DV > WS-NB-DV
               IF WS-DV-NUMERO(WS-IDX-DV) = WS-SAISIE-DEVIS
                   MOVE SPACES                   TO F-COMMANDE
                   MOVE WS-NUMERO-ORDRE          TO F-CMD-NUMERO
                   MOVE WS-DATE-JOUR             TO F-CMD-DATE
                   MOVE WS-DV-CLIENT(WS-IDX-DV)  TO F-COMMANDE-ID
                   MOVE WS-DV-ARTICLE(WS-IDX-DV) TO F-ARTICLE-CMD
                   MOVE WS-DV-QTE(WS-IDX-DV)     TO F-QUANTITE
                   MOVE 0                        TO F-CMD-PROMESSE
                   MOVE WS-SAISIE-DEVIS          TO F-CMD-DEVIS
                   WRITE F-COMMANDE
                   IF WS-COMMANDE-STATUS NOT = "00"
                       DISPLAY "ERREUR : ecriture num-commandes.txt"
                               " en echec, statut "
                               WS-COMMANDE-STATUS
                       CLOSE FICHIER-COMMANDE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-JRN-ECRITS
                   MOVE "C"             TO WS-DV-STATUT(WS-IDX-DV)
                   MOVE WS-NUMERO-ORDRE TO WS-DV-COMMANDE(WS-IDX-DV)
                   MOVE WS-DATE-JOUR    TO
                        WS-DV-CONVERSION(WS-IDX-DV)
               END-IF
           END-PERFORM.

           CLOSE FICHIER-COMMANDE.

      *Sauvegarde a generations du registre avant de le remplacer.
           MOVE "devis.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-DEVIS.

           PERFORM VARYING WS-IDX-DV FROM 1 BY 1
                   UNTIL WS-IDX-DV > WS-NB-DV
               MOVE SPACES                      TO F-DEVIS
               MOVE WS-DV-NUMERO(WS-IDX-DV)     TO F-DV-NUMERO
               MOVE WS-DV-DATE(WS-IDX-DV)       TO F-DV-DATE
               MOVE WS-DV-VALIDITE(WS-IDX-DV)   TO F-DV-VALIDITE
               MOVE WS-DV-VENDEUR(WS-IDX-DV)    TO F-DV-VENDEUR
               MOVE WS-DV-CLIENT(WS-IDX-DV)     TO F-DV-CLIENT
               MOVE WS-DV-LIGNE(WS-IDX-DV)      TO F-DV-LIGNE
               MOVE WS-DV-ARTICLE(WS-IDX-DV)    TO F-DV-ARTICLE
               MOVE WS-DV-QTE(WS-IDX-DV)        TO F-DV-QTE
               MOVE WS-DV-PRIX(WS-IDX-DV)       TO F-DV-PRIX
               MOVE WS-DV-REMISE(WS-IDX-DV)     TO F-DV-REMISE
               MOVE WS-DV-MONTANT(WS-IDX-DV)    TO F-DV-MONTANT
               MOVE WS-DV-STATUT(WS-IDX-DV)     TO F-DV-STATUT
               MOVE WS-DV-COMMANDE(WS-IDX-DV)   TO F-DV-COMMANDE
               MOVE WS-DV-CONVERSION(WS-IDX-DV) TO F-DV-CONVERSION
               WRITE F-DEVIS
           END-PERFORM.

           CLOSE FICHIER-DEVIS.

           DISPLAY "Devis " WS-SAISIE-DEVIS " transforme en commande "
                   WS-NUMERO-ORDRE " (" WS-NB-TROUVEES " ligne(s))".

           EXIT.
       0500-TRANSFORMER-END.

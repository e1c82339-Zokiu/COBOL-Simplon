       IDENTIFICATION DIVISION.
       PROGRAM-ID. expedition.
       AUTHOR.    Terry.

      *Expedition des commandes allouees par Commande : les lignes
      *de allocations.txt (une par prise de stock sur un depot)
      *donnent une liste de preparation par depot, triee par
      *article, puis un bon de livraison par numero de commande
      *avec le bloc adresse de la fiche client. Les expeditions
      *confirmees par l'entrepot (confirm-expedition.txt, un
      *numero de commande par ligne) font passer la commande de A
      *(allouee) a E (expediee) dans statut-commandes.txt : plus
      *de fichier de mouvements tape a la main pour les commandes
      *parties.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Lignes allouees de la nuit, ecrites par Commande.
       SELECT FICHIER-ALLOCATIONS ASSIGN TO "allocations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOCATIONS-STATUS.

      *Fichier de travail du tri externe (depot, article, lot).
       SELECT FICHIER-TRI ASSIGN TO "expedition-tri.tmp".

      *Fichier maitre des clients indexe sur CLIENT-ID : lecture
      *par cle du client de chaque bon de livraison.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

      *Referentiel des articles, pour la designation imprimee.
       SELECT FICHIER-ARTICLES ASSIGN TO "articles.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Une liste de preparation par depot, un bon de livraison par
      *commande : le nom est pose avant chaque ouverture.
       SELECT FICHIER-PREPARATION ASSIGN TO DYNAMIC WS-NOM-PREPA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREPA-STATUS.

       SELECT FICHIER-BON ASSIGN TO DYNAMIC WS-NOM-BON
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BON-STATUS.

      *OPTIONAL : pas encore de fiches de statut.
       SELECT OPTIONAL FICHIER-STATUTS ASSIGN TO
           "statut-commandes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUTS-STATUS.

      *Expeditions confirmees par l'entrepot. OPTIONAL : absent tant
      *que rien n'est parti.
       SELECT OPTIONAL FICHIER-CONFIRM ASSIGN TO
           "confirm-expedition.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIRM-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de Commande, qui ecrit ce fichier.
       FD FICHIER-ALLOCATIONS.
       01  F-ALLOCATION.
           05 F-ALL-NUMERO          PIC 9(04).
           05 FILLER                PIC X(01).
           05 F-ALL-DATE            PIC 9(08).
           05 FILLER                PIC X(01).
           05 F-ALL-CLIENT          PIC 9(02).
           05 FILLER                PIC X(01).
           05 F-ALL-ARTICLE         PIC X(10).
           05 FILLER                PIC X(01).
           05 F-ALL-DEPOT           PIC X(05).
           05 FILLER                PIC X(01).
           05 F-ALL-QTE             PIC 9(04).
           05 FILLER                PIC X(01).
           05 F-ALL-LOT             PIC X(10).

      *Enregistrement du tri : depot, article et lot en cle, puis
      *la commande servie.
       SD FICHIER-TRI.
       01  TRI-ENR.
           05 TRI-DEPOT             PIC X(05).
           05 TRI-ARTICLE           PIC X(10).
           05 TRI-NUMERO            PIC 9(04).
           05 TRI-CLIENT            PIC 9(02).
           05 TRI-QTE               PIC 9(04).
           05 TRI-LOT               PIC X(10).

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande et facture.
           COPY "Client.cpy".

       FD FICHIER-ARTICLES.
       01  F-ART.
           05 F-ART-NUMERO      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ART-DESIGNATION PIC X(20).
           05 FILLER            PIC X(69).

       FD FICHIER-PREPARATION.
       01  F-LIGNE-PREPA        PIC X(80).

       FD FICHIER-BON.
       01  F-LIGNE-BON          PIC X(80).

      *Meme decoupage que le FD de statutcmd.
       FD FICHIER-STATUTS.
       01  F-STATUT.
           05 F-STA-NUMERO     PIC 9(04).
           05 FILLER           PIC X(01).
           05 F-STA-CLIENT     PIC 9(02).
           05 FILLER           PIC X(01).
           05 F-STA-ARTICLE    PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-STA-QTE        PIC 9(04).
           05 FILLER           PIC X(01).
      *R recue, A allouee, E expediee, F facturee, X annulee.
           05 F-STA-CODE       PIC X(01).
           05 FILLER           PIC X(01).
           05 F-STA-DATE-RECUE PIC 9(08).
           05 FILLER           PIC X(01).
           05 F-STA-DATE-STAT  PIC 9(08).

      *Un numero de commande expediee par ligne.
       FD FICHIER-CONFIRM.
       01  F-CONFIRM.
           05 F-CONF-NUMERO    PIC 9(04).

       WORKING-STORAGE SECTION.

       77  WS-ALLOCATIONS-STATUS PIC X(02) VALUE SPACES.
       77  WS-CLIENT-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PREPA-STATUS      PIC X(02) VALUE SPACES.
       77  WS-BON-STATUS        PIC X(02) VALUE SPACES.
       77  WS-STATUTS-STATUS    PIC X(02) VALUE SPACES.
       77  WS-CONFIRM-STATUS    PIC X(02) VALUE SPACES.

      *Lignes allouees de la nuit, gardees pour les bons de
      *livraison (l'ordre du fichier est celui des commandes).
       01  WS-TABLE-ALLOCATIONS.
           05 WS-ALL OCCURS 100 TIMES.
               10 WS-ALL-NUMERO     PIC 9(04).
               10 WS-ALL-DATE       PIC 9(08).
               10 WS-ALL-CLIENT     PIC 9(02).
               10 WS-ALL-ARTICLE    PIC X(10).
               10 WS-ALL-DEPOT      PIC X(05).
               10 WS-ALL-QTE        PIC 9(04).
               10 WS-ALL-LOT        PIC X(10).
      *"O" quand le bon de cette commande est deja ecrit.
               10 WS-ALL-EDITE      PIC X(01).

       77  WS-IDX-ALL           PIC 9(03) VALUE 1.
       77  WS-IDX-LIGNE         PIC 9(03) VALUE 1.
       77  WS-MAX-ALL           PIC 9(03) VALUE 100.
       77  WS-NB-ALL            PIC 9(03) VALUE 0.
       77  WS-FIN-ALLOCATIONS   PIC X(01) VALUE "N".

      *Designations des articles.
       01  WS-TABLE-ARTICLES.
           05 WS-ART OCCURS 50 TIMES.
               10 WS-ART-NUMERO     PIC X(10).
               10 WS-ART-DESIGN     PIC X(20).

       77  WS-IDX-ART           PIC 9(02) VALUE 1.
       77  WS-MAX-ART           PIC 9(02) VALUE 50.
       77  WS-NB-ART            PIC 9(02) VALUE 0.
       77  WS-FIN-ARTICLES      PIC X(01) VALUE "N".
       77  WS-DESIGNATION       PIC X(20) VALUE SPACES.
       77  WS-ARTICLE-CHERCHE   PIC X(10) VALUE SPACES.

      *Rupture de controle des listes de preparation : depot et
      *article en cours, quantite cumulee de l'article.
       77  WS-FIN-TRI           PIC X(01) VALUE "N".
       77  WS-DEPOT-COURANT     PIC X(05) VALUE SPACES.
       77  WS-ARTICLE-COURANT   PIC X(10) VALUE SPACES.
       77  WS-QTE-ARTICLE       PIC 9(06) VALUE 0.
       77  WS-PREPA-OUVERTE     PIC X(01) VALUE "N".
       77  WS-NB-PREPAS         PIC 9(03) VALUE 0.
       77  WS-NOM-PREPA         PIC X(40) VALUE SPACES.
       77  WS-NOM-DEPOT         PIC X(05) VALUE SPACES.

      *Bon de livraison de la commande en cours.
       77  WS-NOM-BON           PIC X(40) VALUE SPACES.
       77  WS-NB-BONS           PIC 9(03) VALUE 0.
       77  WS-NUMERO-BON        PIC 9(04) VALUE 0.
       77  WS-CLIENT-LU         PIC X(01) VALUE "N".
       77  WS-QTE-ED            PIC ZZZ9.
       77  WS-QTE-TOTAL-ED      PIC ZZZZZ9.

      *Zone de travail pour l'appel du sous-programme TestString,
      *qui assemble le prénom et le nom du client.
       01  WS-PRENOM-BUF        PIC X(20).
       01  WS-NOM-BUF           PIC X(20).
       01  WS-NOM-COMPLET       PIC X(41).

      *Fiches de statut en memoire, une par commande.
       01  WS-TABLE-STATUTS.
           05 WS-STA OCCURS 100 TIMES.
               10 WS-STA-NUMERO     PIC 9(04).
               10 WS-STA-CLIENT     PIC 9(02).
               10 WS-STA-ARTICLE    PIC 9(03).
               10 WS-STA-QTE        PIC 9(04).
               10 WS-STA-CODE       PIC X(01).
               10 WS-STA-DATE-RECUE PIC 9(08).
               10 WS-STA-DATE-STAT  PIC 9(08).

       77  WS-IDX-STA           PIC 9(03) VALUE 1.
       77  WS-MAX-STA           PIC 9(03) VALUE 100.
       77  WS-NB-STA            PIC 9(03) VALUE 0.
       77  WS-FIN-STATUTS       PIC X(01) VALUE "N".
      *Fiches au-dela de la table : statut-commandes.txt serait
      *reecrit sans elles, les confirmations sont alors refusees.
       77  WS-NB-STA-IGNORES    PIC 9(03) VALUE 0.
       77  WS-IDX-TROUVE        PIC 9(03) VALUE 0.
       77  WS-FIN-CONFIRM       PIC X(01) VALUE "N".
       77  WS-NB-EXPEDIEES      PIC 9(03) VALUE 0.
       77  WS-NB-CONF-REJETEES  PIC 9(03) VALUE 0.
       77  WS-ALLOUEE-CE-SOIR   PIC X(01) VALUE "N".

       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Sauvegarde.
       01  WS-SV-FICHIER        PIC X(40) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal.
       01  WS-JRN-PROGRAMME     PIC X(10) VALUE "expedition".
       01  WS-JRN-LUS           PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS        PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES       PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT        PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0100-LIRE-ARTICLES-START
           THRU    0100-LIRE-ARTICLES-END.

      *Le tri externe range les prises par depot, par article puis
      *par lot : la procedure de sortie ecrit une liste par depot.
           SORT FICHIER-TRI ON ASCENDING KEY TRI-DEPOT TRI-ARTICLE
                                             TRI-LOT TRI-NUMERO
               INPUT PROCEDURE IS 0200-VERSER-START
                            THRU 0200-VERSER-END
               OUTPUT PROCEDURE IS 0300-PREPARATION-START
                             THRU 0300-PREPARATION-END.

           PERFORM 0400-BONS-LIVRAISON-START
           THRU    0400-BONS-LIVRAISON-END.

           PERFORM 0500-CONFIRMER-START
           THRU    0500-CONFIRMER-END.

           DISPLAY "Expedition : " WS-NB-PREPAS
                   " liste(s) de preparation, " WS-NB-BONS
                   " bon(s) de livraison, " WS-NB-EXPEDIEES
                   " commande(s) expediee(s), " WS-NB-CONF-REJETEES
                   " confirmation(s) rejetee(s)".

           MOVE WS-NB-ALL           TO WS-JRN-LUS.
           MOVE WS-NB-BONS          TO WS-JRN-ECRITS.
           MOVE WS-NB-CONF-REJETEES TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

       0100-LIRE-ARTICLES-START.

           OPEN INPUT FICHIER-ARTICLES.

           PERFORM UNTIL WS-FIN-ARTICLES = "O"
               READ FICHIER-ARTICLES
                   AT END
                       MOVE "O" TO WS-FIN-ARTICLES
                   NOT AT END
                       IF WS-NB-ART < WS-MAX-ART
                           ADD 1 TO WS-NB-ART
                           MOVE F-ART-NUMERO      TO
                                WS-ART-NUMERO(WS-NB-ART)
                           MOVE F-ART-DESIGNATION TO
                                WS-ART-DESIGN(WS-NB-ART)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ARTICLES.

           EXIT.
       0100-LIRE-ARTICLES-END.

      *Designation de l'article pose dans WS-ARTICLE-CHERCHE.
       0150-DESIGNATION-START.

           MOVE "(hors referentiel)" TO WS-DESIGNATION.
           PERFORM VARYING WS-IDX-ART FROM 1 BY 1
                   UNTIL WS-IDX-ART > WS-NB-ART
               IF WS-ART-NUMERO(WS-IDX-ART) = WS-ARTICLE-CHERCHE
                   MOVE WS-ART-DESIGN(WS-IDX-ART) TO WS-DESIGNATION
               END-IF
           END-PERFORM.

           EXIT.
       0150-DESIGNATION-END.

      *Procedure d'entree du tri : chaque prise est versee au tri et
      *gardee en table pour les bons de livraison. Sans fichier
      *d'allocations, rien n'a ete alloue cette nuit. Une ligne qui
      *ne tient plus dans la table manquerait aux listes et ferait
      *rejeter sa confirmation : l'expedition est refusee avant
      *toute ecriture.
       0200-VERSER-START.

           OPEN INPUT FICHIER-ALLOCATIONS.

           IF WS-ALLOCATIONS-STATUS NOT = "00"
               DISPLAY "ATTENTION : allocations.txt absent, aucune"
                       " ligne allouee a expedier"
               GO TO 0200-VERSER-END
           END-IF.

           PERFORM UNTIL WS-FIN-ALLOCATIONS = "O"
               READ FICHIER-ALLOCATIONS
                   AT END
                       MOVE "O" TO WS-FIN-ALLOCATIONS
                   NOT AT END
                       IF WS-NB-ALL < WS-MAX-ALL
                           ADD 1 TO WS-NB-ALL
                           MOVE F-ALL-NUMERO  TO
                                WS-ALL-NUMERO(WS-NB-ALL)
                           MOVE F-ALL-DATE    TO
                                WS-ALL-DATE(WS-NB-ALL)
                           MOVE F-ALL-CLIENT  TO
                                WS-ALL-CLIENT(WS-NB-ALL)
                           MOVE F-ALL-ARTICLE TO
                                WS-ALL-ARTICLE(WS-NB-ALL)
                           MOVE F-ALL-DEPOT   TO
                                WS-ALL-DEPOT(WS-NB-ALL)
                           MOVE F-ALL-QTE     TO
                                WS-ALL-QTE(WS-NB-ALL)
                           MOVE F-ALL-LOT     TO
                                WS-ALL-LOT(WS-NB-ALL)
                           MOVE "N"           TO
                                WS-ALL-EDITE(WS-NB-ALL)
                           MOVE F-ALL-DEPOT   TO TRI-DEPOT
                           MOVE F-ALL-ARTICLE TO TRI-ARTICLE
                           MOVE F-ALL-NUMERO  TO TRI-NUMERO
                           MOVE F-ALL-CLIENT  TO TRI-CLIENT
                           MOVE F-ALL-QTE     TO TRI-QTE
                           MOVE F-ALL-LOT     TO TRI-LOT
                           RELEASE TRI-ENR
                       ELSE
                           DISPLAY "ERREUR : plus de " WS-MAX-ALL
                                   " lignes dans allocations.txt,"
                                   " expedition refusee"
                           CLOSE FICHIER-ALLOCATIONS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ALLOCATIONS.

           EXIT.
       0200-VERSER-END.

      *Procedure de sortie du tri : une liste de preparation par
      *depot (preparation-<depot>.txt), une ligne par prise dans
      *l'ordre des articles et un total par article. Les articles
      *sans stock suivi (depot a blanc) partent dans
      *preparation-HORS.txt.
       0300-PREPARATION-START.

           PERFORM UNTIL WS-FIN-TRI = "O"
               RETURN FICHIER-TRI
                   AT END
                       MOVE "O" TO WS-FIN-TRI
                   NOT AT END
                       PERFORM 0310-UNE-PRISE-START
                       THRU    0310-UNE-PRISE-END
               END-RETURN
           END-PERFORM.

           IF WS-PREPA-OUVERTE = "O"
               PERFORM 0330-TOTAL-ARTICLE-START
               THRU    0330-TOTAL-ARTICLE-END
               CLOSE FICHIER-PREPARATION
           END-IF.

           EXIT.
       0300-PREPARATION-END.

       0310-UNE-PRISE-START.

      *Changement de depot : la liste precedente se ferme sur le
      *total de son dernier article, la suivante s'ouvre.
           IF WS-PREPA-OUVERTE = "N" OR
              TRI-DEPOT NOT = WS-DEPOT-COURANT
               IF WS-PREPA-OUVERTE = "O"
                   PERFORM 0330-TOTAL-ARTICLE-START
                   THRU    0330-TOTAL-ARTICLE-END
                   CLOSE FICHIER-PREPARATION
               END-IF
               MOVE TRI-DEPOT TO WS-DEPOT-COURANT
               PERFORM 0320-OUVRIR-LISTE-START
               THRU    0320-OUVRIR-LISTE-END
               MOVE TRI-ARTICLE TO WS-ARTICLE-COURANT
               MOVE 0 TO WS-QTE-ARTICLE
           END-IF.

           IF TRI-ARTICLE NOT = WS-ARTICLE-COURANT
               PERFORM 0330-TOTAL-ARTICLE-START
               THRU    0330-TOTAL-ARTICLE-END
               MOVE TRI-ARTICLE TO WS-ARTICLE-COURANT
               MOVE 0 TO WS-QTE-ARTICLE
           END-IF.

           MOVE TRI-ARTICLE TO WS-ARTICLE-CHERCHE.
           PERFORM 0150-DESIGNATION-START
           THRU    0150-DESIGNATION-END.

           MOVE TRI-QTE TO WS-QTE-ED.
           MOVE SPACES TO F-LIGNE-PREPA.
           STRING "  " TRI-ARTICLE " " WS-DESIGNATION
                  " qte " WS-QTE-ED
                  "  cde " TRI-NUMERO
                  " client " TRI-CLIENT
                  " lot " TRI-LOT
                  DELIMITED BY SIZE INTO F-LIGNE-PREPA.
           WRITE F-LIGNE-PREPA.
           ADD TRI-QTE TO WS-QTE-ARTICLE.

           EXIT.
       0310-UNE-PRISE-END.

       0320-OUVRIR-LISTE-START.

           MOVE WS-DEPOT-COURANT TO WS-NOM-DEPOT.
           IF WS-NOM-DEPOT = SPACES
               MOVE "HORS" TO WS-NOM-DEPOT
           END-IF.
           MOVE SPACES TO WS-NOM-PREPA.
           STRING "preparation-" DELIMITED BY SIZE
                  WS-NOM-DEPOT   DELIMITED BY SPACE
                  ".txt"         DELIMITED BY SIZE
                  INTO WS-NOM-PREPA.

           OPEN OUTPUT FICHIER-PREPARATION.
           MOVE "O" TO WS-PREPA-OUVERTE.
           ADD 1 TO WS-NB-PREPAS.

           MOVE SPACES TO F-LIGNE-PREPA.
           STRING "Liste de preparation - depot " WS-NOM-DEPOT
                  " - execution du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-LIGNE-PREPA.
           WRITE F-LIGNE-PREPA.
           IF WS-PREPA-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture de "
                       FUNCTION TRIM(WS-NOM-PREPA)
                       " en echec, statut " WS-PREPA-STATUS
           END-IF.

           EXIT.
       0320-OUVRIR-LISTE-END.

      *Total a sortir pour l'article qui se termine.
       0330-TOTAL-ARTICLE-START.

           MOVE WS-QTE-ARTICLE TO WS-QTE-TOTAL-ED.
           MOVE SPACES TO F-LIGNE-PREPA.
           STRING "  => total " WS-ARTICLE-COURANT " : "
                  WS-QTE-TOTAL-ED
                  DELIMITED BY SIZE INTO F-LIGNE-PREPA.
           WRITE F-LIGNE-PREPA.

           EXIT.
       0330-TOTAL-ARTICLE-END.

      *Un bon de livraison par numero de commande
      *(bon-livraison-<numero>.txt) : bloc adresse de la fiche
      *client, puis chaque article avec son depot de depart.
       0400-BONS-LIVRAISON-START.

           IF WS-NB-ALL = 0
               GO TO 0400-BONS-LIVRAISON-END
           END-IF.

           OPEN INPUT FICHIER-CLIENT.
           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "ATTENTION : clients.dat inaccessible, statut "
                       WS-CLIENT-STATUS
                       " - bons de livraison sans adresse"
           END-IF.

           PERFORM VARYING WS-IDX-ALL FROM 1 BY 1
                   UNTIL WS-IDX-ALL > WS-NB-ALL
               IF WS-ALL-EDITE(WS-IDX-ALL) = "N"
                   PERFORM 0410-UN-BON-START
                   THRU    0410-UN-BON-END
               END-IF
           END-PERFORM.

           CLOSE FICHIER-CLIENT.

           EXIT.
       0400-BONS-LIVRAISON-END.

       0410-UN-BON-START.

           MOVE WS-ALL-NUMERO(WS-IDX-ALL) TO WS-NUMERO-BON.
           MOVE SPACES TO WS-NOM-BON.
           STRING "bon-livraison-" WS-NUMERO-BON ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-BON.

           OPEN OUTPUT FICHIER-BON.

           MOVE SPACES TO F-LIGNE-BON.
           STRING "Bon de livraison - commande " WS-NUMERO-BON
                  " du " WS-ALL-DATE(WS-IDX-ALL)
                  " - edite le " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-LIGNE-BON.
           WRITE F-LIGNE-BON.

      *Bloc adresse de la fiche client, lue par cle.
           MOVE "O" TO WS-CLIENT-LU.
           MOVE WS-ALL-CLIENT(WS-IDX-ALL) TO CLIENT-ID.
           READ FICHIER-CLIENT
               INVALID KEY
                   MOVE "N" TO WS-CLIENT-LU
           END-READ.

           IF WS-CLIENT-LU = "O"
               MOVE CLIENT-PRENOM TO WS-PRENOM-BUF
               MOVE CLIENT-NOM    TO WS-NOM-BUF
               CALL "TestString" USING WS-PRENOM-BUF
                                        WS-NOM-BUF
                                        WS-NOM-COMPLET
               MOVE SPACES TO F-LIGNE-BON
               STRING "Livrer a : " FUNCTION TRIM(WS-NOM-COMPLET)
                      " (client " CLIENT-ID ")"
                      DELIMITED BY SIZE INTO F-LIGNE-BON
               WRITE F-LIGNE-BON
               IF CLIENT-ADRESSE NOT = SPACES
                   MOVE SPACES TO F-LIGNE-BON
                   MOVE CLIENT-ADRESSE TO F-LIGNE-BON
                   WRITE F-LIGNE-BON
               END-IF
               IF CLIENT-CP NOT = SPACES OR CLIENT-VILLE NOT = SPACES
                   MOVE SPACES TO F-LIGNE-BON
                   STRING CLIENT-CP " " CLIENT-VILLE
                          DELIMITED BY SIZE INTO F-LIGNE-BON
                   WRITE F-LIGNE-BON
               END-IF
               IF CLIENT-TEL NOT = SPACES
                   MOVE SPACES TO F-LIGNE-BON
                   STRING "Tel : " CLIENT-TEL
                          DELIMITED BY SIZE INTO F-LIGNE-BON
                   WRITE F-LIGNE-BON
               END-IF
           ELSE
               MOVE SPACES TO F-LIGNE-BON
               STRING "Livrer a : CLIENT " WS-ALL-CLIENT(WS-IDX-ALL)
                      " INCONNU DU FICHIER MAITRE"
                      DELIMITED BY SIZE INTO F-LIGNE-BON
               WRITE F-LIGNE-BON
           END-IF.

           MOVE SPACES TO F-LIGNE-BON.
           WRITE F-LIGNE-BON.

      *Toutes les prises de la meme commande, quel que soit leur
      *depot.
           PERFORM VARYING WS-IDX-LIGNE FROM WS-IDX-ALL BY 1
                   UNTIL WS-IDX-LIGNE > WS-NB-ALL
               IF WS-ALL-NUMERO(WS-IDX-LIGNE) = WS-NUMERO-BON
                   MOVE WS-ALL-ARTICLE(WS-IDX-LIGNE)
                        TO WS-ARTICLE-CHERCHE
                   PERFORM 0150-DESIGNATION-START
                   THRU    0150-DESIGNATION-END
                   MOVE WS-ALL-QTE(WS-IDX-LIGNE) TO WS-QTE-ED
                   MOVE WS-ALL-DEPOT(WS-IDX-LIGNE) TO WS-NOM-DEPOT
                   IF WS-NOM-DEPOT = SPACES
                       MOVE "HORS" TO WS-NOM-DEPOT
                   END-IF
                   MOVE SPACES TO F-LIGNE-BON
                   STRING WS-ALL-ARTICLE(WS-IDX-LIGNE) " "
                          WS-DESIGNATION " qte " WS-QTE-ED
                          " depot " WS-NOM-DEPOT
                          " lot " WS-ALL-LOT(WS-IDX-LIGNE)
                          DELIMITED BY SIZE INTO F-LIGNE-BON
                   WRITE F-LIGNE-BON
                   MOVE "O" TO WS-ALL-EDITE(WS-IDX-LIGNE)
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-BON.
           WRITE F-LIGNE-BON.
           MOVE "Recu en bon etat, le :            Signature :"
                TO F-LIGNE-BON.
           WRITE F-LIGNE-BON.

           CLOSE FICHIER-BON.

           IF WS-BON-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture du bon "
                       FUNCTION TRIM(WS-NOM-BON)
                       " en echec, statut " WS-BON-STATUS
           ELSE
               ADD 1 TO WS-NB-BONS
           END-IF.

           EXIT.
       0410-UN-BON-END.

      *Confirmation des expeditions : chaque numero confirme par
      *l'entrepot passe de A (ou R, l'allocation de la nuit en
      *faisant foi) a E, date du jour. Une commande inconnue, non
      *allouee ou deja au-dela de l'expedition est rejetee.
       0500-CONFIRMER-START.

           OPEN INPUT FICHIER-CONFIRM.
           IF WS-CONFIRM-STATUS NOT = "00"
               CLOSE FICHIER-CONFIRM
               GO TO 0500-CONFIRMER-END
           END-IF.

           PERFORM 0510-CHARGER-STATUTS-START
           THRU    0510-CHARGER-STATUTS-END.

      *Table des statuts pleine : statut-commandes.txt serait
      *reecrit ampute, aucune confirmation n'est appliquee.
           IF WS-NB-STA-IGNORES > 0
               DISPLAY "ERREUR : " WS-NB-STA-IGNORES " fiche(s) de"
                       " statut au-dela de " WS-MAX-STA
                       ", confirmations refusees"
               CLOSE FICHIER-CONFIRM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-CONFIRM = "O"
               READ FICHIER-CONFIRM
                   AT END
                       MOVE "O" TO WS-FIN-CONFIRM
                   NOT AT END
                       PERFORM 0520-UNE-CONFIRMATION-START
                       THRU    0520-UNE-CONFIRMATION-END
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CONFIRM.

           IF WS-NB-EXPEDIEES > 0
               MOVE "statut-commandes.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               PERFORM 0530-SAUVER-STATUTS-START
               THRU    0530-SAUVER-STATUTS-END
           END-IF.

           EXIT.
       0500-CONFIRMER-END.

       0510-CHARGER-STATUTS-START.

           OPEN INPUT FICHIER-STATUTS.

           IF WS-STATUTS-STATUS = "00" OR WS-STATUTS-STATUS = "05"
               PERFORM UNTIL WS-FIN-STATUTS = "O"
                   READ FICHIER-STATUTS
                       AT END
                           MOVE "O" TO WS-FIN-STATUTS
                       NOT AT END
                           IF WS-NB-STA < WS-MAX-STA
                               ADD 1 TO WS-NB-STA
                               MOVE F-STA-NUMERO     TO
                                    WS-STA-NUMERO(WS-NB-STA)
                               MOVE F-STA-CLIENT     TO
                                    WS-STA-CLIENT(WS-NB-STA)
                               MOVE F-STA-ARTICLE    TO
                                    WS-STA-ARTICLE(WS-NB-STA)
                               MOVE F-STA-QTE        TO
                                    WS-STA-QTE(WS-NB-STA)
                               MOVE F-STA-CODE       TO
                                    WS-STA-CODE(WS-NB-STA)
                               MOVE F-STA-DATE-RECUE TO
                                    WS-STA-DATE-RECUE(WS-NB-STA)
                               MOVE F-STA-DATE-STAT  TO
                                    WS-STA-DATE-STAT(WS-NB-STA)
                           ELSE
                               ADD 1 TO WS-NB-STA-IGNORES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-STATUTS
           END-IF.

           EXIT.
       0510-CHARGER-STATUTS-END.

       0520-UNE-CONFIRMATION-START.

           MOVE 0 TO WS-IDX-TROUVE.
           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                   UNTIL WS-IDX-STA > WS-NB-STA
               IF WS-STA-NUMERO(WS-IDX-STA) = F-CONF-NUMERO
                   MOVE WS-IDX-STA TO WS-IDX-TROUVE
               END-IF
           END-PERFORM.

           IF WS-IDX-TROUVE = 0
               DISPLAY "CONFIRMATION REJETEE : commande "
                       F-CONF-NUMERO " sans fiche de statut"
               ADD 1 TO WS-NB-CONF-REJETEES
               GO TO 0520-UNE-CONFIRMATION-END
           END-IF.

           MOVE "N" TO WS-ALLOUEE-CE-SOIR.
           PERFORM VARYING WS-IDX-ALL FROM 1 BY 1
                   UNTIL WS-IDX-ALL > WS-NB-ALL
               IF WS-ALL-NUMERO(WS-IDX-ALL) = F-CONF-NUMERO
                   MOVE "O" TO WS-ALLOUEE-CE-SOIR
               END-IF
           END-PERFORM.

           IF WS-STA-CODE(WS-IDX-TROUVE) = "A" OR
              (WS-STA-CODE(WS-IDX-TROUVE) = "R" AND
               WS-ALLOUEE-CE-SOIR = "O")
               MOVE "E"          TO WS-STA-CODE(WS-IDX-TROUVE)
               MOVE WS-DATE-JOUR TO WS-STA-DATE-STAT(WS-IDX-TROUVE)
               ADD 1 TO WS-NB-EXPEDIEES
           ELSE
               DISPLAY "CONFIRMATION REJETEE : commande "
                       F-CONF-NUMERO " au statut "
                       WS-STA-CODE(WS-IDX-TROUVE)
                       ", non allouee"
               ADD 1 TO WS-NB-CONF-REJETEES
           END-IF.

           EXIT.
       0520-UNE-CONFIRMATION-END.

       0530-SAUVER-STATUTS-START.

           OPEN OUTPUT FICHIER-STATUTS.

           PERFORM VARYING WS-IDX-STA FROM 1 BY 1
                   UNTIL WS-IDX-STA > WS-NB-STA
               MOVE SPACES                       TO F-STATUT
               MOVE WS-STA-NUMERO(WS-IDX-STA)     TO F-STA-NUMERO
               MOVE WS-STA-CLIENT(WS-IDX-STA)     TO F-STA-CLIENT
               MOVE WS-STA-ARTICLE(WS-IDX-STA)    TO F-STA-ARTICLE
               MOVE WS-STA-QTE(WS-IDX-STA)        TO F-STA-QTE
               MOVE WS-STA-CODE(WS-IDX-STA)       TO F-STA-CODE
               MOVE WS-STA-DATE-RECUE(WS-IDX-STA) TO F-STA-DATE-RECUE
               MOVE WS-STA-DATE-STAT(WS-IDX-STA)  TO F-STA-DATE-STAT
               WRITE F-STATUT
           END-PERFORM.

           CLOSE FICHIER-STATUTS.

           EXIT.
       0530-SAUVER-STATUTS-END.

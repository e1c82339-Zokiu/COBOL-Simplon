               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENTES-PROD-STATUS.

      *Ventilation de la semaine par categorie d'article et par
      *responsable, alimentee a chaque execution comme le journal
      *hebdo : ventes-produits.txt est ecrase chaque semaine et ne
      *porte ni la semaine ni le responsable, le suivi des
      *objectifs (objectifs) relit donc cette archive.
      *OPTIONAL : l'archive n'existe pas a la premiere execution.
           SELECT OPTIONAL FICHIER-VENTES-CAT ASSIGN TO
               "ventes-categories.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 FILLER            PIC X(01).
           05 F-VP-QTE          PIC 9(03).

      *Une ligne par semaine, responsable et categorie vendue :
      *cle annee-semaine du journal hebdo, numero du responsable,
      *categorie de la fiche article, montant des ventes.
       FD FICHIER-VENTES-CAT.
       01  F-VENTE-CAT.
           05 F-VC-ANNEE        PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-VC-SEMAINE      PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-VC-VENDEUR      PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-VC-CATEGORIE    PIC X(10).
           05 FILLER            PIC X(01).
           05 F-VC-MONTANT      PIC 9(06)V99.

       WORKING-STORAGE SECTION.

      *Fiche du client responsable de la saisie de ce rapport
      *"O" quand la quantite vient de ventes-produits.txt : la
      *saisie manuelle est alors sautee pour ce produit.
         10  WS-PRODUCT-AUTO  PIC X(01).
      *Categorie de la fiche article, pour la ventilation archivee.
         10  WS-PRODUCT-CATEGORIE PIC X(10).

      *Totaux de la semaine par categorie d'article.
       01  WS-TABLE-CATEGORIES.
           05 WS-CAT OCCURS 50 TIMES.
               10 WS-CAT-NOM      PIC X(10).
               10 WS-CAT-TOTAL    PIC 9(06)V99.

       77  WS-IDX-CAT         PIC 9(02) VALUE 1.
       77  WS-NB-CAT          PIC 9(02) VALUE 0.
       77  WS-CAT-TROUVEE     PIC 9(02) VALUE 0.

       77  WS-INDEX           PIC 9(02).
      *Nombre de produits réellement lus dans le catalogue.
           PERFORM 0300-ARCHIVAGE-DEB
           THRU    0300-ARCHIVAGE-FIN.

           PERFORM 0350-CATEGORIES-DEB
           THRU    0350-CATEGORIES-FIN.

           STOP RUN.

      ******************************************************************
                               TO WS-PRODUCT-PRICE(WS-MAX-PRODUIT)
                           MOVE "N"
                               TO WS-PRODUCT-AUTO(WS-MAX-PRODUIT)
                           MOVE F-ART-CATEGORIE
                               TO WS-PRODUCT-CATEGORIE(WS-MAX-PRODUIT)
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.
       0300-ARCHIVAGE-FIN.

      *Ventilation de la semaine par categorie : les totaux des
      *produits sont cumules par categorie de fiche article et
      *archives a la suite des semaines precedentes, une ligne par
      *categorie vendue.
       0350-CATEGORIES-DEB.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL   WS-INDEX > WS-MAX-PRODUIT
               IF WS-PRODUCT-TOTAL(WS-INDEX) > 0
                   MOVE 0 TO WS-CAT-TROUVEE
                   PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                           UNTIL WS-IDX-CAT > WS-NB-CAT
                       IF WS-CAT-NOM(WS-IDX-CAT) =
                                     WS-PRODUCT-CATEGORIE(WS-INDEX)
                           MOVE WS-IDX-CAT TO WS-CAT-TROUVEE
                       END-IF
                   END-PERFORM
                   IF WS-CAT-TROUVEE = 0
                       ADD 1 TO WS-NB-CAT
                       MOVE WS-NB-CAT TO WS-CAT-TROUVEE
                       MOVE WS-PRODUCT-CATEGORIE(WS-INDEX)
                           TO WS-CAT-NOM(WS-CAT-TROUVEE)
                       MOVE 0 TO WS-CAT-TOTAL(WS-CAT-TROUVEE)
                   END-IF
                   ADD WS-PRODUCT-TOTAL(WS-INDEX)
                    TO WS-CAT-TOTAL(WS-CAT-TROUVEE)
               END-IF
           END-PERFORM.

           OPEN EXTEND FICHIER-VENTES-CAT.
           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-NB-CAT
               MOVE SPACES                 TO F-VENTE-CAT
               MOVE WS-ANNEE               TO F-VC-ANNEE
               MOVE "-"                    TO F-VENTE-CAT(5:1)
               MOVE WS-SEMAINE             TO F-VC-SEMAINE
               MOVE CLIENT-ID              TO F-VC-VENDEUR
               MOVE WS-CAT-NOM(WS-IDX-CAT) TO F-VC-CATEGORIE
               MOVE WS-CAT-TOTAL(WS-IDX-CAT) TO F-VC-MONTANT
               WRITE F-VENTE-CAT
           END-PERFORM.
           CLOSE FICHIER-VENTES-CAT.

           EXIT.
       0350-CATEGORIES-FIN.

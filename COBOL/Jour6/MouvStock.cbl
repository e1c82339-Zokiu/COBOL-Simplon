      *Sous-programme partagé : ajoute au grand livre des mouvements
      *de stock (mouvements-stock.txt) une ligne datee par variation
      *de stock, avec l'article, la quantite signee, le type de
      *mouvement (VENTE, LIVRAISON, RELIQUAT, RETOUR, COMPTAGE,
      *KIT...), le programme a l'origine et une reference (le
      *numero de commande quand il y en a un, a blanc sinon).
      *Chaque programme qui touche inventaire.txt l'appelle au
      *moment ou il applique la variation : le kardex peut alors
      *rejouer l'histoire d'un article au lieu de constater un
      *stock qui a bouge sans temoin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 F-MVT-TYPE        PIC X(10).
           05 FILLER            PIC X(01).
           05 F-MVT-SOURCE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-MVT-REFERENCE   PIC X(10).

       WORKING-STORAGE SECTION.

       01  WS-MVT-QTE           PIC S9(05).
       01  WS-MVT-TYPE          PIC X(10).
       01  WS-MVT-SOURCE        PIC X(10).
       01  WS-MVT-REFERENCE     PIC X(10).

       PROCEDURE DIVISION USING WS-MVT-ARTICLE
                                WS-MVT-QTE
                                WS-MVT-TYPE
                                WS-MVT-SOURCE
                                WS-MVT-REFERENCE.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           MOVE WS-MVT-QTE     TO F-MVT-QTE.
           MOVE WS-MVT-TYPE    TO F-MVT-TYPE.
           MOVE WS-MVT-SOURCE  TO F-MVT-SOURCE.
           MOVE WS-MVT-REFERENCE TO F-MVT-REFERENCE.
           WRITE F-MOUVEMENT.

           IF WS-MOUVEMENTS-STATUS NOT = "00"

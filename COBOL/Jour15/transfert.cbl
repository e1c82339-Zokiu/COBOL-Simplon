      *quantite) est validee contre l'inventaire multi-depots puis
      *appliquee : la quantite quitte la ligne du depot source et
      *rejoint celle du depot cible (creee si l'article n'y etait
      *pas encore). Les lots suivent, date limite la plus proche
      *d'abord. Les deux faces du transfert partent au grand
      *livre des mouvements via MouvStock, et inventaire.txt et
      *lots.txt sont reecrits. La tournee de camionnette entre les
      *batiments n'est plus planifiee de memoire.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Stock par lot, tenu par reception et Commande. OPTIONAL :
      *pas de lots tant que rien n'a ete receptionne par lot.
       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTS-STATUS.

      *Une ligne par transfert demande. OPTIONAL : pas forcement
      *de transferts a appliquer.
       SELECT OPTIONAL FICHIER-TRANSFERTS ASSIGN TO "transferts.txt"
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

       FD FICHIER-TRANSFERTS.
       01  F-TRANSFERT.
           05 F-TRF-ARTICLE     PIC X(10).
       77  WS-IDX-CIBLE         PIC 9(02) VALUE 0.
       77  WS-STOCK-CALCULE     PIC 9(06) VALUE 0.

      *Lots en stock, dans l'ordre du fichier ; un lot arrivant
      *dans un depot ou il n'etait pas s'ajoute en fin de table.
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

      *Lot source retenu, lot correspondant au depot cible, et
      *quantite du transfert restant a faire suivre par lot.
       77  WS-LOT-RETENU        PIC 9(03) VALUE 0.
       77  WS-LOT-CIBLE         PIC 9(03) VALUE 0.
       77  WS-QTE-A-DEPLACER    PIC 9(05) VALUE 0.
       77  WS-QTE-LOT           PIC 9(05) VALUE 0.

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-MV-QTE           PIC S9(05) VALUE 0.
       01  WS-MV-TYPE          PIC X(10) VALUE "TRANSFERT".
       01  WS-MV-SOURCE        PIC X(10) VALUE "transfert".
       01  WS-MV-REFERENCE     PIC X(10) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.

           COMPUTE WS-NB-ARTICLE-LUS = WS-INDEX - 1.

      *Statut 05 : fichier optionnel absent, aucun lot a suivre.
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
      *Table pleine : lots.txt serait reecrit ampute, aucun
      *transfert applique.
                               DISPLAY "ERREUR : plus de "
                                       WS-MAX-LOTS " lignes dans"
                                       " lots.txt, transferts refuses"
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

           ADD F-TRF-QTE TO WS-STOCK(WS-IDX-CIBLE).
           ADD 1 TO WS-NB-TRANSFERTS.

           MOVE F-TRF-QTE TO WS-QTE-A-DEPLACER.
           PERFORM 0350-DEPLACER-LOT-START
           THRU    0350-DEPLACER-LOT-END
               UNTIL WS-QTE-A-DEPLACER = 0.

      *Les deux faces du transfert partent au grand livre : le
      *consolide de l'article ne bouge pas, mais le kardex garde
      *la trace du passage d'un depot a l'autre.
           MOVE F-TRF-ARTICLE TO WS-MV-ARTICLE.
           COMPUTE WS-MV-QTE = 0 - F-TRF-QTE.
           CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                  WS-MV-TYPE WS-MV-SOURCE
                                  WS-MV-REFERENCE.
           MOVE F-TRF-QTE TO WS-MV-QTE.
           CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                  WS-MV-TYPE WS-MV-SOURCE
                                  WS-MV-REFERENCE.

           EXIT.
       0300-UN-TRANSFERT-END.

      *Fait passer au depot cible une part du transfert, prise sur
      *le lot du depot source dont la date limite est la plus
      *proche ; le lot garde son numero et sa date dans le depot
      *cible. Sans lot restant au depot source, le reste du
      *transfert etait du stock sans lot et le reste a l'arrivee.
       0350-DEPLACER-LOT-START.

           MOVE 0 TO WS-LOT-RETENU.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = F-TRF-ARTICLE AND
                  WS-LOT-DEPOT(WS-IDX-LOT) = F-TRF-SOURCE AND
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
               MOVE 0 TO WS-QTE-A-DEPLACER
               GO TO 0350-DEPLACER-LOT-END
           END-IF.

           IF WS-LOT-QTE(WS-LOT-RETENU) >= WS-QTE-A-DEPLACER
               MOVE WS-QTE-A-DEPLACER TO WS-QTE-LOT
           ELSE
               MOVE WS-LOT-QTE(WS-LOT-RETENU) TO WS-QTE-LOT
           END-IF.
           SUBTRACT WS-QTE-LOT FROM WS-LOT-QTE(WS-LOT-RETENU).
           SUBTRACT WS-QTE-LOT FROM WS-QTE-A-DEPLACER.
           MOVE "O" TO WS-LOT-MODIFIE.

           MOVE 0 TO WS-LOT-CIBLE.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = F-TRF-ARTICLE AND
                  WS-LOT-DEPOT(WS-IDX-LOT) = F-TRF-CIBLE AND
                  WS-LOT-NUMERO(WS-IDX-LOT) =
                                WS-LOT-NUMERO(WS-LOT-RETENU)
                   MOVE WS-IDX-LOT TO WS-LOT-CIBLE
               END-IF
           END-PERFORM.

      *Table pleine : la quantite arrive au depot cible sans lot,
      *le stock de l'inventaire reste juste.
           IF WS-LOT-CIBLE = 0
               IF WS-NB-LOTS < WS-MAX-LOTS
                   ADD 1 TO WS-NB-LOTS
                   MOVE WS-NB-LOTS TO WS-LOT-CIBLE
                   MOVE F-TRF-ARTICLE TO WS-LOT-ARTICLE(WS-LOT-CIBLE)
                   MOVE F-TRF-CIBLE   TO WS-LOT-DEPOT(WS-LOT-CIBLE)
                   MOVE WS-LOT-NUMERO(WS-LOT-RETENU) TO
                        WS-LOT-NUMERO(WS-LOT-CIBLE)
                   MOVE WS-LOT-DLC(WS-LOT-RETENU) TO
                        WS-LOT-DLC(WS-LOT-CIBLE)
                   MOVE 0             TO WS-LOT-QTE(WS-LOT-CIBLE)
               ELSE
                   DISPLAY "ATTENTION : table des lots pleine, "
                           WS-QTE-LOT " " F-TRF-ARTICLE " du lot "
                           WS-LOT-NUMERO(WS-LOT-RETENU)
                           " arrivent sans lot au depot " F-TRF-CIBLE
                   GO TO 0350-DEPLACER-LOT-END
               END-IF
           END-IF.

           ADD WS-QTE-LOT TO WS-LOT-QTE(WS-LOT-CIBLE).

           EXIT.
       0350-DEPLACER-LOT-END.

       0500-REECRIRE-INVENTAIRE-START.

      *Sauvegarde a generations de l'ancien inventaire avant de

           CLOSE FICHIER-INVENTAIRE.

      *Les lots ne sont reecrits que si un transfert en a deplace.
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
       0500-REECRIRE-INVENTAIRE-END.

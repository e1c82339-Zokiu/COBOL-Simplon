      *par l'operateur) AVANT que l'ajustement ne soit applique,
      *pour garder la piste d'audit que l'on perdait en retapant
      *le fichier. Les articles non comptes restent au stock
      *theorique. Les lots de l'article sont ramenes au compte :
      *une perte est prise sur les lots dont la date limite est la
      *plus proche, un surplus rejoint le lot le plus proche.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT FICHIER-ECARTS ASSIGN TO "ecarts-inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Stock par lot, tenu par reception et Commande. OPTIONAL :
      *pas de lots tant que rien n'a ete receptionne par lot.
       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTS-STATUS.

      *Dernier comptage par article, consulte par plancompt pour
      *batir le plan d'inventaire tournant. OPTIONAL : vide tant
      *que rien n'a ete compte.
           05 FILLER            PIC X(01).
           05 F-COMPT-DEPOT     PIC X(05).

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

       FD FICHIER-ECARTS.
       01  F-ECART              PIC X(80).
      *En-tête d'audit (date/heure d'exécution).
      *VOL, ERREUR).
       77  WS-MOTIF             PIC X(10) VALUE SPACES.

      *Lots en stock, dans l'ordre du fichier.
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
      *Total en lots de la ligne comptee, et quantite a retirer
      *des lots pour les ramener au compte.
       77  WS-QTE-LOTS          PIC 9(07) VALUE 0.
       77  WS-QTE-A-RETIRER     PIC 9(07) VALUE 0.
       77  WS-QTE-LOT           PIC 9(05) VALUE 0.

      *Dernier comptage par article, charge puis mis a jour au fil
      *des lignes comptees et reecrit en fin de traitement.
       01  WS-TABLE-DATES.
       01  WS-MV-QTE           PIC S9(05) VALUE 0.
       01  WS-MV-TYPE          PIC X(10) VALUE SPACES.
       01  WS-MV-SOURCE        PIC X(10) VALUE "comptage".
       01  WS-MV-REFERENCE     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.


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
      *Table pleine : lots.txt serait reecrit ampute, comptage
      *refuse avant toute ecriture.
                               DISPLAY "ERREUR : plus de "
                                       WS-MAX-LOTS " lignes dans"
                                       " lots.txt, comptage refuse"
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

               MOVE "COMPTAGE"           TO WS-MV-TYPE
               CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                      WS-MV-TYPE WS-MV-SOURCE
                                      WS-MV-REFERENCE
               PERFORM 0450-RAPPROCHER-LOTS-START
               THRU    0450-RAPPROCHER-LOTS-END
           END-IF.

           MOVE F-COMPT-QTE TO WS-STOCK(WS-INDEX).
           EXIT.
       0400-TRAITER-LIGNE-END.

      *Ramene les lots de la ligne comptee au compte. Un surplus
      *rejoint le lot dont la date limite est la plus proche (sans
      *lot, il reste du stock sans lot). Une perte est prise sur
      *les lots, date limite la plus proche d'abord, et au moins
      *ce qui depasse le compte en est retire : les lots ne
      *portent jamais plus que le stock compte.
       0450-RAPPROCHER-LOTS-START.

           MOVE 0 TO WS-QTE-LOTS.
           MOVE 0 TO WS-LOT-RETENU.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = WS-ARTICLE(WS-INDEX) AND
                  WS-LOT-DEPOT(WS-IDX-LOT) = WS-DEPOT(WS-INDEX)
                   ADD WS-LOT-QTE(WS-IDX-LOT) TO WS-QTE-LOTS
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
               GO TO 0450-RAPPROCHER-LOTS-END
           END-IF.

           IF WS-ECART-QTE > 0
               ADD WS-ECART-AFF TO WS-LOT-QTE(WS-LOT-RETENU)
               MOVE "O" TO WS-LOT-MODIFIE
               GO TO 0450-RAPPROCHER-LOTS-END
           END-IF.

           MOVE WS-ECART-AFF TO WS-QTE-A-RETIRER.
           IF WS-QTE-LOTS > F-COMPT-QTE
               IF WS-QTE-LOTS - F-COMPT-QTE > WS-QTE-A-RETIRER
                   COMPUTE WS-QTE-A-RETIRER =
                           WS-QTE-LOTS - F-COMPT-QTE
               END-IF
           END-IF.

           PERFORM 0460-RETIRER-LOT-START
           THRU    0460-RETIRER-LOT-END
               UNTIL WS-QTE-A-RETIRER = 0.

           EXIT.
       0450-RAPPROCHER-LOTS-END.

      *Une part de la perte, prise sur le lot non vide de la ligne
      *comptee dont la date limite est la plus proche ; sans lot
      *restant, le reste de la perte portait sur le stock sans lot.
       0460-RETIRER-LOT-START.

           MOVE 0 TO WS-LOT-RETENU.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = WS-ARTICLE(WS-INDEX) AND
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
               MOVE 0 TO WS-QTE-A-RETIRER
               GO TO 0460-RETIRER-LOT-END
           END-IF.

           IF WS-LOT-QTE(WS-LOT-RETENU) >= WS-QTE-A-RETIRER
               MOVE WS-QTE-A-RETIRER TO WS-QTE-LOT
           ELSE
               MOVE WS-LOT-QTE(WS-LOT-RETENU) TO WS-QTE-LOT
           END-IF.
           SUBTRACT WS-QTE-LOT FROM WS-LOT-QTE(WS-LOT-RETENU).
           SUBTRACT WS-QTE-LOT FROM WS-QTE-A-RETIRER.
           MOVE "O" TO WS-LOT-MODIFIE.

           EXIT.
       0460-RETIRER-LOT-END.

      *L'ajustement n'est applique au fichier qu'une fois tous les
      *ecarts traces dans le rapport.
       0500-REECRIRE-INVENTAIRE-START.

           CLOSE FICHIER-INVENTAIRE.

      *Les lots ne sont reecrits que si le comptage en a ajuste,
      *apres sauvegarde a generations de l'ancien fichier.
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


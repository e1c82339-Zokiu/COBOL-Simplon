           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUS-STATUS.

      *File des commandes suspendues : chaque ligne refusee y
      *attend, sous son numero et sa date d'origine, que le
      *controle de credit la libere ou l'annule (programme
      *suspens). OPTIONAL : cree au premier refus.
       SELECT OPTIONAL FICHIER-SUSPENDUES ASSIGN TO
           "commandes-suspendues.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENDUES-STATUS.

      *Stock courant, consulte a l'allocation de chaque ligne
      *acceptee et reecrit net des quantites servies.
       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Stock par lot (numero de lot et date limite de consommation)
      *sous chaque couple article/depot de l'inventaire : les prises
      *se font lot a lot, la date limite la plus proche d'abord.
      *Ce que l'inventaire porte au-dela des lots est du stock sans
      *lot, pris en dernier. OPTIONAL : vide tant que reception n'a
      *enregistre aucun lot.
       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "lots.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOTS-STATUS.

      *Nomenclatures des kits : un kit n'a pas de stock propre, il
      *est servi en prenant ses composants. Une ligne par
      *composant (kit, composant, quantite par kit). OPTIONAL :
      *sans nomenclature, aucun article n'est un kit.
       SELECT OPTIONAL FICHIER-NOMENCLATURES ASSIGN TO
           "nomenclatures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOMENCLATURES-STATUS.

      *Reliquats : la part non servable des lignes acceptees, en
      *attente d'une livraison fournisseur (liberee par reception).
       SELECT FICHIER-RELIQUATS ASSIGN TO "reliquats.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELIQUATS-STATUS.

      *Lignes allouees de la nuit : une ligne par prise sur un
      *depot (commande, client, article, depot, quantite), relue
      *par expedition pour les listes de preparation et les bons
      *de livraison.
       SELECT FICHIER-ALLOCATIONS ASSIGN TO "allocations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALLOCATIONS-STATUS.

      *Registre cumule des allocations, au meme decoupage suivi d'un
      *etat : statutcmd y retrouve le depot a recrediter quand une
      *commande allouee est annulee. OPTIONAL : vide au premier
      *passage.
       SELECT OPTIONAL FICHIER-REG-ALLOC ASSIGN TO
           "registre-allocations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-ALLOC-STATUS.

      *Empreintes des fichiers de commandes deja traites : nombre
      *de lignes et totaux de controle du contenu. Une deuxieme
      *passe sur les memes donnees est refusee : les clients ne
           05 F-ARTICLE        PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-QUANTITE       PIC 9(04).
           05 FILLER           PIC X(01).
      *Date de livraison promise au client par saisie (AAAAMMJJ,
      *a blanc sur les lignes saisies avant cette date promise).
           05 F-CMD-PROMESSE   PIC 9(08).
           05 FILLER           PIC X(01).
      *Numero du devis transforme en cette commande par devis (a
      *blanc sur les lignes saisies directement).
           05 F-CMD-DEVIS      PIC X(06).

       FD FICHIER-EXCEPTIONS.
       01  F-EXCEPTION.
      *En-tête d'audit (date/heure d'exécution).
       01  F-REFUS-ENTETE           PIC X(60).

      *Une ligne par commande suspendue : numero, date, client,
      *article et quantite de la ligne d'origine, montant valorise
      *et solde du client au refus, date de suspension, statut
      *(S suspendue, L liberee, A annulee), date et motif de la
      *decision, portes par suspens.
       FD FICHIER-SUSPENDUES.
       01  F-SUSPENDUE.
           05 F-SU-NUMERO       PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-SU-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-SU-CLIENT       PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-SU-ARTICLE      PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-SU-QUANTITE     PIC 9(04).
           05 FILLER            PIC X(01).
           05 F-SU-MONTANT      PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 F-SU-SOLDE        PIC 9(06)V99.
           05 FILLER            PIC X(01).
           05 F-SU-SUSPENSION   PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-SU-STATUT       PIC X(01).
           05 FILLER            PIC X(01).
           05 F-SU-DECISION     PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-SU-MOTIF        PIC X(30).

      *Stock multi-depots depuis la migration miginv, champ stock
      *elargi a cinq chiffres par la migration migstock : une ligne
      *par couple article/depot.
           05 FILLER                PIC X(01).
           05 F-INV-DEPOT           PIC X(05).

      *Une ligne par lot present dans un depot.
       FD FICHIER-LOTS.
       01  F-LOT.
           05 F-LOT-ARTICLE         PIC X(10).
           05 FILLER                PIC X(01).
           05 F-LOT-DEPOT           PIC X(05).
           05 FILLER                PIC X(01).
           05 F-LOT-NUMERO          PIC X(10).
           05 FILLER                PIC X(01).
           05 F-LOT-DLC             PIC 9(08).
           05 FILLER                PIC X(01).
           05 F-LOT-QTE             PIC 9(05).

      *Une empreinte par execution : date, nombre de lignes et
      *totaux de controle (quantites, numeros, articles) du
      *fichier des commandes traite.
           05 FILLER                PIC X(01).
           05 F-CKP-NB-RELIQUATS    PIC 9(02).

       FD FICHIER-NOMENCLATURES.
       01  F-NOMENCLATURE.
           05 F-NOM-KIT             PIC X(10).
           05 FILLER                PIC X(01).
           05 F-NOM-COMPOSANT       PIC X(10).
           05 FILLER                PIC X(01).
           05 F-NOM-QTE             PIC 9(03).

      *Une ligne de reliquat par reste non servi : numero de
      *commande, client, article (cle au format inventaire) et
      *quantite en attente.
           05 FILLER                PIC X(01).
           05 F-REL-QTE             PIC 9(04).

      *Une ligne par prise de stock : le depot est a blanc pour un
      *article dont le stock n'est pas suivi (servi en totalite),
      *le lot a blanc pour une prise sur du stock sans lot.
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

      *Meme debut de ligne que allocations.txt, puis l'etat de la
      *prise (A allouee, X rendue au stock par une annulation) et
      *le lot pris.
       FD FICHIER-REG-ALLOC.
       01  F-REG-ALLOC.
           05 F-RA-NUMERO           PIC 9(04).
           05 FILLER                PIC X(01).
           05 F-RA-DATE             PIC 9(08).
           05 FILLER                PIC X(01).
           05 F-RA-CLIENT           PIC 9(02).
           05 FILLER                PIC X(01).
           05 F-RA-ARTICLE          PIC X(10).
           05 FILLER                PIC X(01).
           05 F-RA-DEPOT            PIC X(05).
           05 FILLER                PIC X(01).
           05 F-RA-QTE              PIC 9(04).
           05 FILLER                PIC X(01).
           05 F-RA-ETAT             PIC X(01).
           05 FILLER                PIC X(01).
           05 F-RA-LOT              PIC X(10).

       WORKING-STORAGE SECTION.
       
      *Le fichier maitre des clients est indexe : plus de table en
       77  WS-EXCEPTIONS-STATUS    PIC X(02) VALUE SPACES.
       77  WS-CONSOMMATION-STATUS  PIC X(02) VALUE SPACES.
       77  WS-REFUS-STATUS         PIC X(02) VALUE SPACES.
       77  WS-SUSPENDUES-STATUS    PIC X(02) VALUE SPACES.

      *Catalogue des produits, pour valoriser les commandes avant le
      *controle de credit.
       77  WS-QTE-RELIQUAT     PIC 9(04) VALUE 0.
       77  WS-NB-RELIQUATS     PIC 9(02) VALUE 0.
       77  WS-RELIQUATS-STATUS PIC X(02) VALUE SPACES.
      *Lignes allouees ecrites pour expedition.
       77  WS-ALLOCATIONS-STATUS PIC X(02) VALUE SPACES.
       77  WS-NB-ALLOCATIONS   PIC 9(04) VALUE 0.
       77  WS-ALL-DEPOT        PIC X(05) VALUE SPACES.
       77  WS-ALL-LOT          PIC X(10) VALUE SPACES.
       77  WS-REG-ALLOC-STATUS PIC X(02) VALUE SPACES.
      *Prises de la ligne en cours, gardees en attente : elles ne
      *partent dans allocations.txt et le registre qu'a la
      *validation de la ligne (0340), pour qu'une reprise apres
      *plantage ne les ecrive pas deux fois.
       01  WS-TABLE-PRISES.
           05 WS-PRISE OCCURS 100 TIMES.
               10 WS-PR-ARTICLE    PIC X(10).
               10 WS-PR-DEPOT      PIC X(05).
               10 WS-PR-QTE        PIC 9(04).
               10 WS-PR-LOT        PIC X(10).
       77  WS-IDX-PRISE        PIC 9(03) VALUE 0.
       77  WS-NB-PRISES        PIC 9(03) VALUE 0.
       77  WS-MAX-PRISES       PIC 9(03) VALUE 100.
      *Commande mise en suspens par 0320, gardee en attente comme
      *les prises : elle ne part dans commandes-suspendues.txt qu'a
      *la validation de la ligne (0340).
       01  WS-SUSPENDUE-ATTENTE    PIC X(95) VALUE SPACES.
       77  WS-SUSPENDUE-A-ECRIRE   PIC X(01) VALUE "N".

      *Lots en stock charges depuis lots.txt, decrementes par les
      *prises puis reecrits en fin de traitement.
       01  WS-TABLE-LOTS.
           05 WS-LOT OCCURS 100 TIMES.
               10 WS-LOT-ARTICLE   PIC X(10).
               10 WS-LOT-DEPOT     PIC X(05).
               10 WS-LOT-NUMERO    PIC X(10).
               10 WS-LOT-DLC       PIC 9(08).
               10 WS-LOT-QTE       PIC 9(05).

       77  WS-IDX-LOT          PIC 9(03) VALUE 1.
       77  WS-MAX-LOTS         PIC 9(03) VALUE 100.
       77  WS-NB-LOTS          PIC 9(03) VALUE 0.
       77  WS-FIN-LOTS         PIC X     VALUE "N".
       77  WS-LOTS-STATUS      PIC X(02) VALUE SPACES.
      *Prise sur un depot en cours de repartition sur ses lots :
      *reste a prendre, lot a la date limite la plus proche.
       77  WS-QTE-DEPOT        PIC 9(04) VALUE 0.
       77  WS-LOT-RETENU       PIC 9(03) VALUE 0.

      *Nomenclatures des kits chargees depuis nomenclatures.txt.
       01  WS-TABLE-NOMENCLATURES.
           05 WS-NOMENC OCCURS 50 TIMES.
               10 WS-NOM-KIT       PIC X(10).
               10 WS-NOM-COMPOSANT PIC X(10).
               10 WS-NOM-QTE       PIC 9(03).

       77  WS-IDX-NOM          PIC 9(02) VALUE 1.
       77  WS-MAX-NOM          PIC 9(02) VALUE 50.
       77  WS-NB-NOM           PIC 9(02) VALUE 0.
       77  WS-FIN-NOM          PIC X     VALUE "N".
       77  WS-NOMENCLATURES-STATUS PIC X(02) VALUE SPACES.
      *Allocation d'un kit : kit reconnu, nombre de kits servables
      *(le composant le plus court decide), stock disponible et
      *kits couverts pour le composant examine, et kits servis ou
      *en reliquat mis de cote pendant la prise des composants.
       77  WS-EST-KIT          PIC X(01) VALUE "N".
       77  WS-KIT-CLE          PIC X(10) VALUE SPACES.
       77  WS-KITS-SERVABLES   PIC 9(04) VALUE 0.
       77  WS-DISPO-COMPOSANT  PIC 9(06) VALUE 0.
       77  WS-KITS-COMPOSANT   PIC 9(06) VALUE 0.
       77  WS-COMPOSANT-SUIVI  PIC X(01) VALUE "N".
       77  WS-KITS-SERVIS      PIC 9(04) VALUE 0.
       77  WS-KITS-RELIQUAT    PIC 9(04) VALUE 0.

      *Empreinte du fichier des commandes en cours de traitement
      *et controle contre les executions passees.
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *un retraitement force exige un operateur identifie ayant le
      *droit F sur Commande.
       77  WS-HB-ACTION        PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME     PIC X(10) VALUE "Commande".
       77  WS-HB-DROIT         PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR     PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE     PIC 9(10) VALUE 0.
       77  WS-HB-STATUT        PIC X(02) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme MouvStock,
      *qui consigne chaque variation de stock au grand livre des
      *mouvements.
       01  WS-MV-QTE           PIC S9(05) VALUE 0.
       01  WS-MV-TYPE          PIC X(10) VALUE SPACES.
       01  WS-MV-SOURCE        PIC X(10) VALUE "Commande".
       01  WS-MV-REFERENCE     PIC X(10) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme MouvSolde,
      *qui consigne chaque variation de solde client au journal

           COMPUTE WS-NB-INV-LUS = WS-IDX-INV - 1.

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
                                       " lots.txt, commandes refusees"
                               CLOSE FICHIER-LOTS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-LOTS.

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

           EXIT.
       0160-READ-INVENTAIRE-END.

                   MOVE "O" TO WS-FORCE-PRESENT
               END-IF
               CLOSE FICHIER-FORCE
               IF WS-FORCE-PRESENT = "O"
                   PERFORM 0255-AUTORISER-FORCE-START
                   THRU    0255-AUTORISER-FORCE-END
               END-IF
               IF WS-FORCE-PRESENT = "O"
                   DISPLAY "ATTENTION : fichier de commandes deja"
                           " traite, retraitement FORCE par"
           EXIT.
       0250-CONTROLER-EMPREINTE-END.

      *Le fichier de force ne suffit plus : l'operateur qui force
      *s'identifie et doit tenir le droit F sur Commande. Refuse,
      *le force est ignore et le traitement refuse comme sans lui.
       0255-AUTORISER-FORCE-START.

           MOVE "S" TO WS-HB-ACTION.
           CALL "Habilitation" USING WS-HB-ACTION WS-HB-PROGRAMME
                                     WS-HB-DROIT WS-HB-OPERATEUR
                                     WS-HB-EMPREINTE WS-HB-STATUT.
           IF WS-HB-STATUT = "00"
               MOVE "A" TO WS-HB-ACTION
               MOVE "F" TO WS-HB-DROIT
               CALL "Habilitation" USING WS-HB-ACTION
                                         WS-HB-PROGRAMME
                                         WS-HB-DROIT WS-HB-OPERATEUR
                                         WS-HB-EMPREINTE WS-HB-STATUT
           END-IF.
           IF WS-HB-STATUT NOT = "00"
               MOVE "N" TO WS-FORCE-PRESENT
           END-IF.

           EXIT.
       0255-AUTORISER-FORCE-END.

       0300-OUTPUT-START.

      *Relecture du point de reprise : valide seulement s'il porte
      *clients portent deja les debits des lignes validees.
               OPEN EXTEND FICHIER-CONSOMMATION
               OPEN EXTEND FICHIER-REFUS
               OPEN EXTEND FICHIER-SUSPENDUES
               OPEN EXTEND FICHIER-RELIQUATS
               OPEN EXTEND FICHIER-ALLOCATIONS
               OPEN EXTEND FICHIER-REG-ALLOC
               DISPLAY "REPRISE apres incident : poursuite apres la"
                       " ligne " WS-DERNIERE-LIGNE
           ELSE
      *neufs.
               MOVE "inventaire.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               MOVE "lots.txt" TO WS-SV-FICHIER
               CALL "Sauvegarde" USING WS-SV-FICHIER
               OPEN OUTPUT FICHIER-CONSOMMATION
               OPEN OUTPUT FICHIER-REFUS
               OPEN EXTEND FICHIER-SUSPENDUES
               OPEN OUTPUT FICHIER-RELIQUATS
               OPEN OUTPUT FICHIER-ALLOCATIONS
               OPEN EXTEND FICHIER-REG-ALLOC
               CALL "Horodatage" USING WS-HORODATAGE
               MOVE SPACES TO F-REFUS-ENTETE
               STRING "Refus de credit - execution du "
                       INVALID KEY
                           MOVE "N" TO WS-CLIENT-LU
                   END-READ
      *Un client clos ne commande plus : sa ligne part dans
      *exceptions.txt comme celle d'un client inconnu.
                   IF WS-CLIENT-LU = "O" AND CLIENT-CLOTURE NOT = 0
                       DISPLAY "ATTENTION : client " CLIENT-ID
                               " clos le " CLIENT-CLOTURE
                               ", ligne mise en exception"
                       MOVE "N" TO WS-CLIENT-LU
                   END-IF
                   IF WS-CLIENT-LU = "O"
                       MOVE CLIENT-PRENOM TO WS-PRENOM-BUF
                       MOVE CLIENT-NOM    TO WS-NOM-BUF

           CLOSE FICHIER-CONSOMMATION.
           CLOSE FICHIER-REFUS.
           CLOSE FICHIER-SUSPENDUES.
           CLOSE FICHIER-RELIQUATS.
           CLOSE FICHIER-ALLOCATIONS.
           CLOSE FICHIER-REG-ALLOC.
           CLOSE FICHIER-CLIENT.

           IF WS-NB-RELIQUATS > 0
                       UNTIL WS-INDEX-COMMANDE > WS-DERNIERE-LIGNE
                   MOVE WS-COMMANDE-ID(WS-INDEX-COMMANDE)
                        TO CLIENT-ID
      *Un client clos a vu sa ligne partir en exception (meme
      *regle que la passe principale) : elle y reste.
                   READ FICHIER-CLIENT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CLIENT-CLOTURE = 0
                               MOVE "Y" TO
                                    WS-COMMANDE-OK(WS-INDEX-COMMANDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-CLIENT
       0340-VALIDER-LIGNE-START.

      *Les debits clients sont deja persistes fiche par fiche par
      *le REWRITE de 0330 : il reste a valider l'inventaire, les
      *lots (qu'une reprise relit, sans quoi FEFO reprendrait des
      *lots deja pris), les prises de la ligne, la commande mise
      *en suspens s'il y en a une, puis le point de reprise.
           OPEN OUTPUT FICHIER-INVENTAIRE.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV-LUS
           END-PERFORM.
           CLOSE FICHIER-INVENTAIRE.

           PERFORM 0365-REECRIRE-LOTS-START
           THRU    0365-REECRIRE-LOTS-END.

           PERFORM 0346-ECRIRE-PRISES-START
           THRU    0346-ECRIRE-PRISES-END.

           PERFORM 0347-ECRIRE-SUSPENDUE-START
           THRU    0347-ECRIRE-SUSPENDUE-END.

           PERFORM 0345-ECRIRE-CHECKPOINT-START
           THRU    0345-ECRIRE-CHECKPOINT-END.

           EXIT.
       0345-ECRIRE-CHECKPOINT-END.

      *Ecrit les prises mises de cote par 0335 dans allocations.txt
      *(ce que l'entrepot devra sortir des rayons) et dans le
      *registre cumule, puis vide la table.
       0346-ECRIRE-PRISES-START.

           PERFORM VARYING WS-IDX-PRISE FROM 1 BY 1
                   UNTIL WS-IDX-PRISE > WS-NB-PRISES
               MOVE SPACES TO F-ALLOCATION
               MOVE WS-NUMERO-CMD(WS-INDEX-COMMANDE)  TO F-ALL-NUMERO
               MOVE WS-DATE-CMD(WS-INDEX-COMMANDE)    TO F-ALL-DATE
               MOVE WS-COMMANDE-ID(WS-INDEX-COMMANDE) TO F-ALL-CLIENT
               MOVE WS-PR-ARTICLE(WS-IDX-PRISE)       TO F-ALL-ARTICLE
               MOVE WS-PR-DEPOT(WS-IDX-PRISE)         TO F-ALL-DEPOT
               MOVE WS-PR-QTE(WS-IDX-PRISE)           TO F-ALL-QTE
               MOVE WS-PR-LOT(WS-IDX-PRISE)           TO F-ALL-LOT
               WRITE F-ALLOCATION
               IF WS-ALLOCATIONS-STATUS NOT = "00"
                   DISPLAY "ATTENTION : ecriture allocation en echec,"
                           " statut " WS-ALLOCATIONS-STATUS
               END-IF
               ADD 1 TO WS-NB-ALLOCATIONS

               MOVE SPACES        TO F-REG-ALLOC
               MOVE F-ALL-NUMERO  TO F-RA-NUMERO
               MOVE F-ALL-DATE    TO F-RA-DATE
               MOVE F-ALL-CLIENT  TO F-RA-CLIENT
               MOVE F-ALL-ARTICLE TO F-RA-ARTICLE
               MOVE F-ALL-DEPOT   TO F-RA-DEPOT
               MOVE F-ALL-QTE     TO F-RA-QTE
               MOVE "A"           TO F-RA-ETAT
               MOVE F-ALL-LOT     TO F-RA-LOT
               WRITE F-REG-ALLOC
               IF WS-REG-ALLOC-STATUS NOT = "00"
                   DISPLAY "ATTENTION : ecriture du registre des"
                           " allocations en echec, statut "
                           WS-REG-ALLOC-STATUS
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-NB-PRISES.

           EXIT.
       0346-ECRIRE-PRISES-END.

      *Ecrit dans commandes-suspendues.txt la commande mise de cote
      *par 0320, s'il y en a une pour la ligne validee.
       0347-ECRIRE-SUSPENDUE-START.

           IF WS-SUSPENDUE-A-ECRIRE NOT = "O"
               GO TO 0347-ECRIRE-SUSPENDUE-END
           END-IF.

           MOVE WS-SUSPENDUE-ATTENTE TO F-SUSPENDUE.
           WRITE F-SUSPENDUE.
           IF WS-SUSPENDUES-STATUS NOT = "00"
               DISPLAY "ATTENTION : mise en suspens en echec,"
                       " statut " WS-SUSPENDUES-STATUS
           END-IF.
           MOVE "N" TO WS-SUSPENDUE-A-ECRIRE.

           EXIT.
       0347-ECRIRE-SUSPENDUE-END.

      *Recherche le prix de l'article en cours (le numero cadre sur
      *quatre chiffres en tete de la zone, comme dans
      *consommation.txt) et calcule le montant de la ligne : le
               DISPLAY "ATTENTION : ecriture refus en echec,"
                       " statut " WS-REFUS-STATUS
           END-IF.

      *La ligne refusee est mise en attente sous son numero et sa
      *date d'origine : plus de ressaisie quand le client a paye.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           MOVE SPACES                            TO F-SUSPENDUE.
           MOVE WS-NUMERO-CMD(WS-INDEX-COMMANDE)  TO F-SU-NUMERO.
           MOVE WS-DATE-CMD(WS-INDEX-COMMANDE)    TO F-SU-DATE.
           MOVE WS-COMMANDE-ID(WS-INDEX-COMMANDE) TO F-SU-CLIENT.
           MOVE WS-ARTICLE(WS-INDEX-COMMANDE)     TO F-SU-ARTICLE.
           MOVE WS-QUANTITE(WS-INDEX-COMMANDE)    TO F-SU-QUANTITE.
           MOVE WS-MONTANT-LIGNE                  TO F-SU-MONTANT.
           MOVE CLIENT-SOLDE                      TO F-SU-SOLDE.
           MOVE WS-DATE-JOUR                      TO F-SU-SUSPENSION.
           MOVE "S"                               TO F-SU-STATUT.
           MOVE 0                                 TO F-SU-DECISION.
           MOVE F-SUSPENDUE TO WS-SUSPENDUE-ATTENTE.
           MOVE "O"         TO WS-SUSPENDUE-A-ECRIRE.
           MOVE "R" TO WS-COMMANDE-OK(WS-INDEX-COMMANDE).
           ADD 1 TO WS-NB-REFUS.


      *Allocation : l'article est retrouve dans l'inventaire sous
      *la meme cle que consommation.txt (numero cadre sur quatre
      *chiffres en tete de la zone). Un kit est servi par ses
      *composants (0332) ; tout autre article par 0336.
           MOVE SPACES TO WS-INV-CLE.
           MOVE WS-ARTICLE(WS-INDEX-COMMANDE) TO WS-INV-CLE.
           MOVE WS-NUMERO-CMD(WS-INDEX-COMMANDE) TO WS-MV-REFERENCE.

           MOVE "N" TO WS-EST-KIT.
           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-NB-NOM
               IF WS-NOM-KIT(WS-IDX-NOM) = WS-INV-CLE
                   MOVE "O" TO WS-EST-KIT
               END-IF
           END-PERFORM.

           IF WS-EST-KIT = "O"
               PERFORM 0332-ALLOUER-KIT-START
               THRU    0332-ALLOUER-KIT-END
               GO TO 0338-RELIQUAT
           END-IF.

           MOVE WS-QUANTITE(WS-INDEX-COMMANDE) TO WS-QTE-RELIQUAT.
           MOVE "VENTE" TO WS-MV-TYPE.
           PERFORM 0336-ALLOUER-ARTICLE-START
           THRU    0336-ALLOUER-ARTICLE-END.

       0338-RELIQUAT.

           IF WS-QTE-RELIQUAT > 0
               MOVE SPACES TO F-RELIQUAT
               MOVE WS-NUMERO-CMD(WS-INDEX-COMMANDE) TO F-REL-NUMERO
               MOVE WS-COMMANDE-ID(WS-INDEX-COMMANDE)
                    TO F-REL-CLIENT
               MOVE WS-INV-CLE                       TO F-REL-ARTICLE
               MOVE WS-QTE-RELIQUAT                  TO F-REL-QTE
               WRITE F-RELIQUAT
               IF WS-RELIQUATS-STATUS NOT = "00"
                   DISPLAY "ATTENTION : ecriture reliquat en echec,"
                           " statut " WS-RELIQUATS-STATUS
               END-IF
               ADD 1 TO WS-NB-RELIQUATS
           END-IF.

           EXIT.
       0330-ACCEPTER-END.

      *Sert un kit par ses composants. Le nombre de kits servables
      *est fixe par le composant le plus court (stock de tous les
      *depots, un composant absent de l'inventaire n'est pas suivi
      *et ne limite rien) ; chaque composant est ensuite pris pour
      *ces kits par 0336, sorti au grand livre sous le type KIT
      *avec le numero de commande en reference. Le reste de la
      *ligne part en reliquat sur le kit lui-meme.
       0332-ALLOUER-KIT-START.

           MOVE WS-INV-CLE TO WS-KIT-CLE.
           MOVE WS-QUANTITE(WS-INDEX-COMMANDE) TO WS-KITS-SERVABLES.

           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-NB-NOM
               IF WS-NOM-KIT(WS-IDX-NOM) = WS-KIT-CLE AND
                  WS-NOM-QTE(WS-IDX-NOM) > 0
                   MOVE 0   TO WS-DISPO-COMPOSANT
                   MOVE "N" TO WS-COMPOSANT-SUIVI
                   PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                           UNTIL WS-IDX-INV > WS-NB-INV-LUS
                       IF WS-INV-ARTICLE(WS-IDX-INV) =
                                         WS-NOM-COMPOSANT(WS-IDX-NOM)
                           MOVE "O" TO WS-COMPOSANT-SUIVI
                           ADD WS-INV-STOCK(WS-IDX-INV)
                               TO WS-DISPO-COMPOSANT
                       END-IF
                   END-PERFORM
                   IF WS-COMPOSANT-SUIVI = "O"
                       DIVIDE WS-NOM-QTE(WS-IDX-NOM)
                              INTO WS-DISPO-COMPOSANT
                              GIVING WS-KITS-COMPOSANT
                       IF WS-KITS-COMPOSANT < WS-KITS-SERVABLES
                           MOVE WS-KITS-COMPOSANT TO WS-KITS-SERVABLES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-KITS-SERVABLES TO WS-KITS-SERVIS.
           COMPUTE WS-KITS-RELIQUAT =
                   WS-QUANTITE(WS-INDEX-COMMANDE) - WS-KITS-SERVIS.

           IF WS-KITS-SERVIS > 0
               MOVE "KIT" TO WS-MV-TYPE
               PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                       UNTIL WS-IDX-NOM > WS-NB-NOM
                   IF WS-NOM-KIT(WS-IDX-NOM) = WS-KIT-CLE AND
                      WS-NOM-QTE(WS-IDX-NOM) > 0
                       MOVE WS-NOM-COMPOSANT(WS-IDX-NOM) TO WS-INV-CLE
                       COMPUTE WS-QTE-RELIQUAT =
                               WS-KITS-SERVIS * WS-NOM-QTE(WS-IDX-NOM)
                       PERFORM 0336-ALLOUER-ARTICLE-START
                       THRU    0336-ALLOUER-ARTICLE-END
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-KIT-CLE       TO WS-INV-CLE.
           MOVE WS-KITS-SERVIS   TO WS-QTE-SERVIE.
           MOVE WS-KITS-RELIQUAT TO WS-QTE-RELIQUAT.

           EXIT.
       0332-ALLOUER-KIT-END.

      *Prend WS-QTE-RELIQUAT unites de l'article WS-INV-CLE sur le
      *stock (WS-QTE-SERVIE servi, WS-QTE-RELIQUAT reste non
      *servi), consigne les prises, la sortie au grand livre (type
      *pose dans WS-MV-TYPE) et la consommation.
       0336-ALLOUER-ARTICLE-START.

      *Le stock est pris sur chaque depot dans l'ordre du fichier
      *(depot principal en tete) jusqu'a couvrir la ligne ; dans un
      *depot, la prise est repartie sur ses lots, la date limite la
      *plus proche d'abord.
           MOVE 0      TO WS-INV-TROUVE.
           MOVE 0      TO WS-QTE-SERVIE.
           PERFORM VARYING WS-IDX-INV FROM 1 BY 1
                   UNTIL WS-IDX-INV > WS-NB-INV-LUS
               IF WS-INV-ARTICLE(WS-IDX-INV) = WS-INV-CLE
                                WS-INV-STOCK(WS-IDX-INV)
                       ADD WS-QTE-PRISE      TO WS-QTE-SERVIE
                       SUBTRACT WS-QTE-PRISE FROM WS-QTE-RELIQUAT
                       MOVE WS-INV-DEPOT(WS-IDX-INV) TO WS-ALL-DEPOT
                       MOVE WS-QTE-PRISE TO WS-QTE-DEPOT
                       PERFORM 0337-PRENDRE-LOT-START
                       THRU    0337-PRENDRE-LOT-END
                           UNTIL WS-QTE-DEPOT = 0
                   END-IF
               END-IF
           END-PERFORM.
      *Un article inconnu de l'inventaire est servi en totalite :
      *son stock n'est pas suivi, ce n'est pas au client d'attendre.
           IF WS-INV-TROUVE = 0
               MOVE WS-QTE-RELIQUAT                TO WS-QTE-SERVIE
               MOVE 0                              TO WS-QTE-RELIQUAT
               MOVE WS-QTE-SERVIE                  TO WS-QTE-PRISE
               MOVE SPACES                         TO WS-ALL-DEPOT
               MOVE SPACES                         TO WS-ALL-LOT
               PERFORM 0335-ECRIRE-ALLOCATION-START
               THRU    0335-ECRIRE-ALLOCATION-END
           ELSE
      *Chaque sortie de stock part au grand livre des mouvements.
               IF WS-QTE-SERVIE > 0
                   MOVE WS-INV-CLE TO WS-MV-ARTICLE
                   COMPUTE WS-MV-QTE = 0 - WS-QTE-SERVIE
                   CALL "MouvStock" USING WS-MV-ARTICLE WS-MV-QTE
                                          WS-MV-TYPE WS-MV-SOURCE
                                          WS-MV-REFERENCE
               END-IF
           END-IF.

           IF WS-QTE-SERVIE > 0
               MOVE SPACES TO F-CONSOMMATION
               MOVE WS-INV-CLE                    TO F-CONSO-ARTICLE
               MOVE WS-QTE-SERVIE                 TO F-CONSO-QUANTITE
               WRITE F-CONSOMMATION
               IF WS-CONSOMMATION-STATUS NOT = "00"
               ADD WS-QTE-SERVIE TO WS-TOT-QTE-CONSO
           END-IF.

           EXIT.
       0336-ALLOUER-ARTICLE-END.

      *Met de cote la prise en cours (WS-QTE-PRISE sur le depot
      *WS-ALL-DEPOT, lot WS-ALL-LOT) : elle ne sera ecrite dans
      *allocations.txt et le registre qu'a la validation de la
      *ligne par 0340. Une ligne qui depasserait la table vide
      *d'abord les prises deja mises de cote.
       0335-ECRIRE-ALLOCATION-START.

           IF WS-NB-PRISES >= WS-MAX-PRISES
               DISPLAY "ATTENTION : plus de " WS-MAX-PRISES
                       " prises sur la ligne " WS-INDEX-COMMANDE
                       ", ecriture anticipee des allocations"
               PERFORM 0346-ECRIRE-PRISES-START
               THRU    0346-ECRIRE-PRISES-END
           END-IF.

           ADD 1 TO WS-NB-PRISES.
           MOVE WS-INV-CLE   TO WS-PR-ARTICLE(WS-NB-PRISES).
           MOVE WS-ALL-DEPOT TO WS-PR-DEPOT(WS-NB-PRISES).
           MOVE WS-QTE-PRISE TO WS-PR-QTE(WS-NB-PRISES).
           MOVE WS-ALL-LOT   TO WS-PR-LOT(WS-NB-PRISES).

           EXIT.
       0335-ECRIRE-ALLOCATION-END.

      *Une prise sur le lot du depot WS-ALL-DEPOT dont la date
      *limite est la plus proche ; sans lot restant, le reste de
      *la prise (WS-QTE-DEPOT) part sur le stock sans lot. Chaque
      *prise est consignee par 0335.
       0337-PRENDRE-LOT-START.

           MOVE 0 TO WS-LOT-RETENU.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-ARTICLE(WS-IDX-LOT) = WS-INV-CLE AND
                  WS-LOT-DEPOT(WS-IDX-LOT) = WS-ALL-DEPOT AND
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
               MOVE SPACES       TO WS-ALL-LOT
           ELSE
               IF WS-LOT-QTE(WS-LOT-RETENU) >= WS-QTE-DEPOT
                   MOVE WS-QTE-DEPOT TO WS-QTE-PRISE
               ELSE
                   MOVE WS-LOT-QTE(WS-LOT-RETENU) TO WS-QTE-PRISE
               END-IF
               SUBTRACT WS-QTE-PRISE FROM WS-LOT-QTE(WS-LOT-RETENU)
               MOVE WS-LOT-NUMERO(WS-LOT-RETENU) TO WS-ALL-LOT
           END-IF.

           PERFORM 0335-ECRIRE-ALLOCATION-START
           THRU    0335-ECRIRE-ALLOCATION-END.

           SUBTRACT WS-QTE-PRISE FROM WS-QTE-DEPOT.

           EXIT.
       0337-PRENDRE-LOT-END.

      *Reecrit inventaire.txt net des quantites servies : c'est ici
      *que le stock est debite desormais, rupture ne rejoue plus les

           CLOSE FICHIER-INVENTAIRE.

           PERFORM 0365-REECRIRE-LOTS-START
           THRU    0365-REECRIRE-LOTS-END.

           EXIT.
       0360-REECRIRE-INVENTAIRE-END.

      *Les lots sont reecrits avec leur reste, y compris les lots
      *epuises encore dans leur date : un retour peut y revenir.
      *Un lot epuise et perime disparait.
       0365-REECRIRE-LOTS-START.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           OPEN OUTPUT FICHIER-LOTS.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOTS
               IF WS-LOT-QTE(WS-IDX-LOT) > 0 OR
                  WS-LOT-DLC(WS-IDX-LOT) >= WS-DATE-JOUR
                   MOVE SPACES                     TO F-LOT
                   MOVE WS-LOT-ARTICLE(WS-IDX-LOT) TO F-LOT-ARTICLE
                   MOVE WS-LOT-DEPOT(WS-IDX-LOT)   TO F-LOT-DEPOT
                   MOVE WS-LOT-NUMERO(WS-IDX-LOT)  TO F-LOT-NUMERO
                   MOVE WS-LOT-DLC(WS-IDX-LOT)     TO F-LOT-DLC
                   MOVE WS-LOT-QTE(WS-IDX-LOT)     TO F-LOT-QTE
                   WRITE F-LOT
               END-IF
           END-PERFORM.
           CLOSE FICHIER-LOTS.

           EXIT.
       0365-REECRIRE-LOTS-END.

       0400-EXCEPTIONS-START.

           OPEN OUTPUT FICHIER-EXCEPTIONS.

      *le bloc legal HT / TVA / TTC avec le detail par taux, et la
      *TVA collectee de l'execution part dans tva-collectee.txt
      *pour la declaration. Le grand livre est tenu en TTC.
      *Chaque ligne facturee est aussi consignee, avec son cout au
      *PMP du jour (couts.txt), dans lignes-facturees.txt : c'est
      *la matiere du rapport de marge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TVACOL-STATUS.

      *Cout moyen pondere par article tenu par reception.
      *OPTIONAL : sans PMP connu, la ligne est consignee a cout 0.
       SELECT OPTIONAL FICHIER-COUTS ASSIGN TO "couts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COUTS-STATUS.

      *Nomenclatures des kits : un kit se facture sur une seule
      *ligne a son prix, mais son cout est celui de ses
      *composants. OPTIONAL : sans nomenclature, aucun kit.
       SELECT OPTIONAL FICHIER-NOMENCLATURES ASSIGN TO
           "nomenclatures.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOMENCLATURES-STATUS.

      *Lignes facturees avec leur cout, a la suite des executions
      *precedentes. OPTIONAL : cree a la premiere facture.
       SELECT OPTIONAL FICHIER-LIGNES-FACT ASSIGN TO
           "lignes-facturees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIGNES-FACT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 F-ARTICLE        PIC 9(03).
           05 FILLER           PIC X(01).
           05 F-QUANTITE       PIC 9(04).
           05 FILLER           PIC X(01).
      *Date de livraison promise au client par saisie (AAAAMMJJ,
      *a blanc sur les lignes saisies avant cette date promise).
           05 F-CMD-PROMESSE   PIC 9(08).

      *Fiche article porteuse du prix courant et de la promotion
      *depuis la migration migart (le catalogue a ete fondu dans
           05 FILLER          PIC X(01).
           05 F-TC-TVA        PIC 9(09)V99.

      *Meme decoupage que le FD de reception, qui tient ce fichier.
       FD FICHIER-COUTS.
       01  F-COUT.
           05 F-CT-ARTICLE    PIC X(10).
           05 FILLER          PIC X(01).
           05 F-CT-PMP        PIC 9(04)V9999.
           05 FILLER          PIC X(01).
           05 F-CT-DATE       PIC 9(08).

      *Meme decoupage que le FD de Commande.
       FD FICHIER-NOMENCLATURES.
       01  F-NOMENCLATURE.
           05 F-NOM-KIT       PIC X(10).
           05 FILLER          PIC X(01).
           05 F-NOM-COMPOSANT PIC X(10).
           05 FILLER          PIC X(01).
           05 F-NOM-QTE       PIC 9(03).

      *Une ligne par ligne facturee : facture, date, client,
      *article, categorie, quantite, montant HT et cout au PMP,
      *puis taux et montant de TVA de la ligne (la matiere des
      *ecritures de ventes d'exportfec).
       FD FICHIER-LIGNES-FACT.
       01  F-LIGNE-FACT.
           05 F-LF-FACTURE    PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-LF-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-LF-CLIENT     PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-LF-ARTICLE    PIC X(10).
           05 FILLER          PIC X(01).
           05 F-LF-CATEGORIE  PIC X(10).
           05 FILLER          PIC X(01).
           05 F-LF-QTE        PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-LF-MONTANT    PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-LF-COUT       PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-LF-TAUX       PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 F-LF-TVA        PIC 9(05)V99.

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS    PIC X(02) VALUE SPACES.
       77  WS-DOUBLON          PIC X(01) VALUE "N".
       77  WS-FORCE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-FORCE-PRESENT    PIC X(01) VALUE "N".
      *Le droit de forcer n'est demande qu'au premier doublon.
       77  WS-FORCE-CONTROLE   PIC X(01) VALUE "N".
       01  WS-DATE-SYS         PIC X(21).
       77  WS-DATE-JOUR        PIC 9(08) VALUE 0.

      *Date portee au grand livre, aux lignes facturees et a la
      *TVA collectee : la date du jour, reportee au premier jour
      *de la periode ouverte si le mois du jour est deja clos.
       77  WS-DATE-COMPTABLE   PIC 9(08) VALUE 0.
       77  WS-PERIODE-STATUT   PIC X(02) VALUE SPACES.

      *Bareme de TVA par categorie d'article, et taux standard
      *applique aux categories absentes du bareme.
       01  WS-TABLE-TVA.
       77  WS-TAUX-ED          PIC Z9.99.
       77  WS-TVA-ED           PIC ZZZZZZ9.99.

      *Couts moyens ponderes, pour le cout des lignes facturees.
       01  WS-TABLE-COUTS.
           05 WS-COUT OCCURS 50 TIMES.
               10 WS-CT-ARTICLE PIC X(10).
               10 WS-CT-PMP     PIC 9(04)V9999.

       77  WS-IDX-CT           PIC 9(02) VALUE 1.
       77  WS-MAX-COUTS        PIC 9(02) VALUE 50.
       77  WS-NB-COUTS         PIC 9(02) VALUE 0.
       77  WS-FIN-COUTS        PIC X(01) VALUE "N".
       77  WS-COUTS-STATUS     PIC X(02) VALUE SPACES.
       77  WS-LIGNES-FACT-STATUS PIC X(02) VALUE SPACES.
       77  WS-COUT-LIGNE       PIC 9(07)V99 VALUE 0.

      *Nomenclatures des kits, pour le cout d'une ligne de kit :
      *cout d'un kit au PMP de ses composants.
       01  WS-TABLE-NOMENCLATURES.
           05 WS-NOMENC OCCURS 50 TIMES.
               10 WS-NOM-KIT       PIC X(10).
               10 WS-NOM-COMPOSANT PIC X(10).
               10 WS-NOM-QTE       PIC 9(03).

       77  WS-IDX-NOM          PIC 9(02) VALUE 1.
       77  WS-MAX-NOM          PIC 9(02) VALUE 50.
       77  WS-NB-NOM           PIC 9(02) VALUE 0.
       77  WS-FIN-NOM          PIC X(01) VALUE "N".
       77  WS-NOMENCLATURES-STATUS PIC X(02) VALUE SPACES.
       77  WS-EST-KIT          PIC X(01) VALUE "N".
       77  WS-COUT-KIT         PIC 9(06)V9999 VALUE 0.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "facture".
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

      *Zone de travail pour l'appel du sous-programme Habilitation :
      *une re-emission forcee exige un operateur identifie ayant le
      *droit F sur facture.
       77  WS-HB-ACTION        PIC X(01) VALUE SPACE.
       77  WS-HB-PROGRAMME     PIC X(10) VALUE "facture".
       77  WS-HB-DROIT         PIC X(01) VALUE SPACE.
       77  WS-HB-OPERATEUR     PIC X(08) VALUE SPACES.
       77  WS-HB-EMPREINTE     PIC 9(10) VALUE 0.
       77  WS-HB-STATUT        PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM 0100-READ-CLIENT-START
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           MOVE WS-DATE-JOUR TO WS-DATE-COMPTABLE.
           CALL "Periode" USING WS-DATE-COMPTABLE WS-PERIODE-STATUT.
           IF WS-PERIODE-STATUT = "10"
               DISPLAY "ATTENTION : le mois du " WS-DATE-JOUR
                       " est clos, factures datees du "
                       WS-DATE-COMPTABLE
           END-IF.

           PERFORM 0290-NUMERO-SUIVANT-START
           THRU    0290-NUMERO-SUIVANT-END.


           CLOSE FICHIER-ARTICLES.

           OPEN INPUT FICHIER-COUTS.
           IF WS-COUTS-STATUS = "00"
               PERFORM UNTIL WS-FIN-COUTS = "O"
                   READ FICHIER-COUTS
                       AT END
                           MOVE "O" TO WS-FIN-COUTS
                       NOT AT END
                           IF WS-NB-COUTS < WS-MAX-COUTS
                               ADD 1 TO WS-NB-COUTS
                               MOVE F-CT-ARTICLE TO
                                    WS-CT-ARTICLE(WS-NB-COUTS)
                               MOVE F-CT-PMP     TO
                                    WS-CT-PMP(WS-NB-COUTS)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-COUTS.

           OPEN INPUT FICHIER-NOMENCLATURES.
           IF WS-NOMENCLATURES-STATUS = "00"
               PERFORM UNTIL WS-FIN-NOM = "O"
                   READ FICHIER-NOMENCLATURES
                       AT END
                           MOVE "O" TO WS-FIN-NOM
                       NOT AT END
                           IF WS-NB-NOM < WS-MAX-NOM
                               ADD 1 TO WS-NB-NOM
                               MOVE F-NOM-KIT       TO
                                    WS-NOM-KIT(WS-NB-NOM)
                               MOVE F-NOM-COMPOSANT TO
                                    WS-NOM-COMPOSANT(WS-NB-NOM)
                               MOVE F-NOM-QTE       TO
                                    WS-NOM-QTE(WS-NB-NOM)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-NOMENCLATURES.

      *Chargement du journal des changements de prix, dans l'ordre
      *chronologique du fichier. Statut 05 : fichier optionnel
      *absent, aucun changement de prix encore.
           EXIT.
       0290-NUMERO-SUIVANT-END.

      *Le fichier de force ne suffit plus : l'operateur qui force
      *s'identifie et doit tenir le droit F sur facture. Refuse,
      *le force est ignore pour toute l'execution.
       0298-AUTORISER-FORCE-START.

           MOVE "O" TO WS-FORCE-CONTROLE.
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
       0298-AUTORISER-FORCE-END.

      *Une facture par client ayant au moins une ligne appariee
      *et non refusee pour credit.
       0300-FACTURER-START.

           OPEN EXTEND FICHIER-FACT-OUV.
           OPEN EXTEND FICHIER-LIGNES-FACT.

           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
           END-PERFORM.

           CLOSE FICHIER-FACT-OUV.
           CLOSE FICHIER-LIGNES-FACT.

           EXIT.
       0300-FACTURER-END.
               END-IF
           END-PERFORM.

           IF WS-DOUBLON = "O" AND WS-FORCE-PRESENT = "O" AND
              WS-FORCE-CONTROLE = "N"
               PERFORM 0298-AUTORISER-FORCE-START
               THRU    0298-AUTORISER-FORCE-END
           END-IF.
           IF WS-DOUBLON = "O" AND WS-FORCE-PRESENT = "N"
               DISPLAY "REFUSE : facture du client "
                       WS-CLIENT-ID(WS-INDEX-CLIENT)
               MOVE SPACES             TO F-FACT-OUV
               MOVE WS-NUMERO-FACTURE  TO F-FO-NUMERO
               MOVE WS-CLIENT-ID(WS-INDEX-CLIENT) TO F-FO-CLIENT
               MOVE WS-DATE-COMPTABLE  TO F-FO-DATE
               MOVE WS-TOTAL-TTC       TO F-FO-MONTANT
               MOVE 0                  TO F-FO-REGLE
               MOVE "O"                TO F-FO-STATUT
      *de l'execution, pour tva-collectee.txt.
               PERFORM 0480-CUMULER-RUN-START
               THRU    0480-CUMULER-RUN-END
               PERFORM VARYING WS-INDEX-COMMANDE FROM 1 BY 1
                       UNTIL WS-INDEX-COMMANDE > WS-COMMANDE-COUNT
                   IF WS-CLIENT-ID(WS-INDEX-CLIENT) =
                                  WS-COMMANDE-ID(WS-INDEX-COMMANDE)
                      AND WS-CMD-REFUSEE(WS-INDEX-COMMANDE) = "N"
                       PERFORM 0490-CONSIGNER-LIGNE-START
                       THRU    0490-CONSIGNER-LIGNE-END
                   END-IF
               END-PERFORM
           END-IF.

           EXIT.
       0400-FACTURE-CLIENT-END.

      *Consigne la ligne de la facture emise dans
      *lignes-facturees.txt, montant HT et cout au PMP connu ce
      *jour (0 si l'article n'a jamais ete recu).
       0490-CONSIGNER-LIGNE-START.

           PERFORM 0510-PRIX-LIGNE-START
           THRU    0510-PRIX-LIGNE-END.

           MOVE 0 TO WS-COUT-LIGNE.
           PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                   UNTIL WS-IDX-CT > WS-NB-COUTS
               IF WS-CT-ARTICLE(WS-IDX-CT) = WS-ARTICLE-CLE
                   COMPUTE WS-COUT-LIGNE ROUNDED =
                           WS-QUANTITE(WS-INDEX-COMMANDE) *
                           WS-CT-PMP(WS-IDX-CT)
               END-IF
           END-PERFORM.

      *Un kit n'a pas de PMP propre : son cout est la somme de ses
      *composants, chacun a son PMP (0 s'il n'est pas connu).
           MOVE "N" TO WS-EST-KIT.
           MOVE 0   TO WS-COUT-KIT.
           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-NB-NOM
               IF WS-NOM-KIT(WS-IDX-NOM) = WS-ARTICLE-CLE
                   MOVE "O" TO WS-EST-KIT
                   PERFORM VARYING WS-IDX-CT FROM 1 BY 1
                           UNTIL WS-IDX-CT > WS-NB-COUTS
                       IF WS-CT-ARTICLE(WS-IDX-CT) =
                                         WS-NOM-COMPOSANT(WS-IDX-NOM)
                           COMPUTE WS-COUT-KIT = WS-COUT-KIT +
                                   WS-NOM-QTE(WS-IDX-NOM) *
                                   WS-CT-PMP(WS-IDX-CT)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-EST-KIT = "O"
               COMPUTE WS-COUT-LIGNE ROUNDED =
                       WS-QUANTITE(WS-INDEX-COMMANDE) * WS-COUT-KIT
           END-IF.

           MOVE SPACES                         TO F-LIGNE-FACT.
           MOVE WS-NUMERO-FACTURE              TO F-LF-FACTURE.
           MOVE WS-DATE-COMPTABLE              TO F-LF-DATE.
           MOVE WS-CLIENT-ID(WS-INDEX-CLIENT)  TO F-LF-CLIENT.
           MOVE WS-ARTICLE-CLE                 TO F-LF-ARTICLE.
           IF WS-PROD-TROUVE > 0
               MOVE WS-PRODUIT-CATEG(WS-PROD-TROUVE)
                    TO F-LF-CATEGORIE
           ELSE
               MOVE "DIVERS" TO F-LF-CATEGORIE
           END-IF.
           MOVE WS-QUANTITE(WS-INDEX-COMMANDE) TO F-LF-QTE.
           MOVE WS-MONTANT-LIGNE               TO F-LF-MONTANT.
           MOVE WS-COUT-LIGNE                  TO F-LF-COUT.
           MOVE WS-TAUX-LIGNE                  TO F-LF-TAUX.
           MOVE WS-TVA-LIGNE                   TO F-LF-TVA.
           WRITE F-LIGNE-FACT.

           EXIT.
       0490-CONSIGNER-LIGNE-END.

      *Total prealable de la facture du client en cours, sans rien
      *ecrire : sert a la detection de re-emission (en TTC) et
      *pose les sous-totaux par taux de TVA de la facture.
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > WS-NB-TRUN
               MOVE SPACES                    TO F-TVACOL
               MOVE WS-DATE-COMPTABLE         TO F-TC-DATE
               MOVE WS-TRUN-TAUX(WS-IDX-TVA)  TO F-TC-TAUX
               MOVE WS-TRUN-BASE(WS-IDX-TVA)  TO F-TC-BASE
               MOVE WS-TRUN-TVA(WS-IDX-TVA)   TO F-TC-TVA

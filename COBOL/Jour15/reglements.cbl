      *(paiements.txt vide sous sauvegarde a generations) pour
      *qu'une re-execution ne les re-credite pas. Fini le
      *rapprochement mensuel au tableur.
      *Un prelevement de prelev (reference PRL + numero de facture)
      *n'est impute que sur sa propre facture ; ce qu'elle ne peut
      *absorber est un trop-percu, ou un paiement sans facture si
      *elle est deja soldee.
      *Chaque paiement traite est consigne, avec la premiere
      *facture sur laquelle il a ete impute, au registre des
      *reglements : c'est la matiere des ecritures de banque
      *d'exportfec, la saisie paiements.txt etant videe.
      *Avant les paiements, chaque avoir non encore utilise du
      *registre-avoirs.txt tenu par retours est impute de la meme
      *facon sur les factures ouvertes du client, les plus
      *anciennes d'abord : le client qui a retourne de la
      *marchandise ne reste pas debiteur en balance agee ni
      *relance pour ce qu'il ne doit pas. L'avoir garde la part
      *imputee et passe partiel ou utilise, pour ne jamais etre
      *impute deux fois. Le lettrage presente les imputations
      *d'avoirs a part des encaissements.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAIEMENTS-STATUS.

      *Registre des avoirs tenu par retours, reecrit ici avec la
      *part imputee et l'etat de chaque avoir.
       SELECT OPTIONAL FICHIER-REG-AVOIRS ASSIGN TO
           "registre-avoirs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-AVOIRS-STATUS.

      *Compte rendu du lettrage : imputations, trop-percus et
      *paiements sans facture en face.
       SELECT FICHIER-LETTRAGE ASSIGN TO "lettrage.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Registre des reglements traites, a la suite des executions
      *precedentes. OPTIONAL : cree au premier paiement.
       SELECT OPTIONAL FICHIER-REG-REGLEMENTS ASSIGN TO
           "registre-reglements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-REGL-STATUS.

      *Balance agee par client.
       SELECT FICHIER-BALANCE ASSIGN TO "balance-agee.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 FILLER          PIC X(01).
           05 F-PAIE-REF      PIC X(10).

      *Meme decoupage que le FD de retours, qui tient ce registre.
       FD FICHIER-REG-AVOIRS.
       01  F-REG-AVOIR.
           05 F-RAV-NUMERO    PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-RAV-DATE      PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-RAV-CLIENT    PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-RAV-ARTICLE   PIC X(10).
           05 FILLER          PIC X(01).
           05 F-RAV-CATEGORIE PIC X(10).
           05 FILLER          PIC X(01).
           05 F-RAV-QTE       PIC 9(03).
           05 FILLER          PIC X(01).
           05 F-RAV-MONTANT   PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 F-RAV-MOTIF     PIC X(10).
           05 FILLER          PIC X(01).
           05 F-RAV-IMPUTE    PIC 9(05)V99.
           05 FILLER          PIC X(01).
           05 F-RAV-STATUT    PIC X(01).

      *Une ligne par paiement : date, client, montant, reference,
      *premiere facture imputee (0 sans facture) et issue du
      *lettrage (L lettre, T trop-percu, S sans facture ; R pour
      *la contre-passation d'un prelevement rejete, que prelev
      *ajoute a la suite de la ligne d'origine).
       FD FICHIER-REG-REGLEMENTS.
       01  F-REG-REGLEMENT.
           05 F-RR-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-RR-CLIENT     PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-RR-MONTANT    PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-RR-REF        PIC X(10).
           05 FILLER          PIC X(01).
           05 F-RR-FACTURE    PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-RR-ISSUE      PIC X(01).

       FD FICHIER-LETTRAGE.
       01  F-LETTRAGE         PIC X(90).
      *En-tête d'audit (date/heure d'exécution).
       77  WS-FIN-FACT          PIC X(01) VALUE "N".
       77  WS-FACT-OUV-STATUS   PIC X(02) VALUE SPACES.

      *Registre des avoirs charge en memoire, impute puis reecrit.
       01  WS-TABLE-AVOIRS.
           05 WS-AV OCCURS 200 TIMES.
               10 WS-AV-LIGNE       PIC X(90).
               10 WS-AV-NUMERO      PIC 9(06).
               10 WS-AV-CLIENT      PIC 9(04).
               10 WS-AV-MONTANT     PIC 9(05)V99.
               10 WS-AV-IMPUTE      PIC 9(05)V99.
               10 WS-AV-STATUT      PIC X(01).

       77  WS-IDX-AV            PIC 9(03) VALUE 1.
       77  WS-MAX-AVOIRS        PIC 9(03) VALUE 200.
       77  WS-NB-AVOIRS         PIC 9(03) VALUE 0.
       77  WS-FIN-REG-AVOIRS    PIC X(01) VALUE "N".
       77  WS-REG-AVOIRS-STATUS PIC X(02) VALUE SPACES.
       77  WS-NB-AVOIRS-IMPUTES PIC 9(03) VALUE 0.
      *"O" quand le registre depasse la table : aucun avoir n'est
      *alors impute ni le registre reecrit.
       77  WS-AVOIRS-TRONQUES   PIC X(01) VALUE "N".
      *Reste de l'avoir en cours avant imputation.
       77  WS-RESTE-AVOIR       PIC 9(07)V99 VALUE 0.

       77  WS-FIN-PAIEMENTS     PIC X(01) VALUE "N".
       77  WS-PAIEMENTS-STATUS  PIC X(02) VALUE SPACES.
       77  WS-NB-PAIEMENTS      PIC 9(03) VALUE 0.
       77  WS-NB-TROP-PERCUS    PIC 9(03) VALUE 0.
       77  WS-NB-SANS-FACTURE   PIC 9(03) VALUE 0.

      *Date portee au registre des reglements : celle du paiement,
      *reportee au premier jour de la periode ouverte si son mois
      *est deja clos.
       77  WS-DATE-COMPTABLE    PIC 9(08) VALUE 0.
       77  WS-PERIODE-STATUT    PIC X(02) VALUE SPACES.
       77  WS-NB-REPORTES       PIC 9(03) VALUE 0.
       77  WS-REG-REGL-STATUS   PIC X(02) VALUE SPACES.
      *Premiere facture touchee par le paiement en cours.
       77  WS-PREMIERE-FACTURE  PIC 9(06) VALUE 0.
      *Facture visee par un prelevement (reference PRL + numero de
      *facture de prelev), 0 pour un virement.
       77  WS-FACTURE-PRL       PIC 9(06) VALUE 0.

      *Imputation du paiement en cours : reste a imputer et part
      *imputee sur la facture visee.
       77  WS-RESTE-PAIEMENT    PIC 9(07)V99 VALUE 0.
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Redirige :
      *un client fusionne par fusioncli retombe sur son survivant.
       77  WS-RD-CLIENT        PIC 9(04) VALUE 0.
       77  WS-RD-STATUT        PIC X(02) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           PERFORM 0100-CHARGER-FACTURES-START
           THRU    0100-CHARGER-FACTURES-END.

           PERFORM 0150-CHARGER-AVOIRS-START
           THRU    0150-CHARGER-AVOIRS-END.

           PERFORM 0200-IMPUTER-PAIEMENTS-START
           THRU    0200-IMPUTER-PAIEMENTS-END.

           PERFORM 0400-REECRIRE-LIVRE-START
           THRU    0400-REECRIRE-LIVRE-END.

           PERFORM 0420-REECRIRE-AVOIRS-START
           THRU    0420-REECRIRE-AVOIRS-END.

           PERFORM 0450-CONSOMMER-PAIEMENTS-START
           THRU    0450-CONSOMMER-PAIEMENTS-END.

           PERFORM 0500-BALANCE-AGEE-START
           THRU    0500-BALANCE-AGEE-END.

           DISPLAY "Lettrage : " WS-NB-AVOIRS-IMPUTES " avoir(s)"
                   " impute(s)".
           DISPLAY "Lettrage : " WS-NB-PAIEMENTS " paiement(s)"
                   " impute(s), " WS-NB-TROP-PERCUS " trop-percu(s),"
                   " " WS-NB-SANS-FACTURE " sans facture".
           IF WS-NB-REPORTES > 0
               DISPLAY "Lettrage : " WS-NB-REPORTES " paiement(s)"
                       " d'un mois clos reporte(s) sur la periode"
                       " ouverte"
           END-IF.

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-PAIEMENTS  TO WS-JRN-LUS.
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           IF WS-AVOIRS-TRONQUES = "O"
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

      ******************************************************************
           EXIT.
       0100-CHARGER-FACTURES-END.

      *Registre des avoirs. Une ligne ecrite avant le suivi des
      *imputations (part et etat a blanc) est un avoir ouvert.
       0150-CHARGER-AVOIRS-START.

           OPEN INPUT FICHIER-REG-AVOIRS.

      *Statut 05 : fichier optionnel absent, aucun avoir emis.
           IF WS-REG-AVOIRS-STATUS = "00" OR
              WS-REG-AVOIRS-STATUS = "05"
               PERFORM UNTIL WS-FIN-REG-AVOIRS = "O"
                   READ FICHIER-REG-AVOIRS
                       AT END
                           MOVE "O" TO WS-FIN-REG-AVOIRS
                       NOT AT END
                           IF WS-NB-AVOIRS < WS-MAX-AVOIRS
                               ADD 1 TO WS-NB-AVOIRS
                               MOVE F-REG-AVOIR  TO
                                    WS-AV-LIGNE(WS-NB-AVOIRS)
                               MOVE F-RAV-NUMERO TO
                                    WS-AV-NUMERO(WS-NB-AVOIRS)
                               MOVE F-RAV-CLIENT TO
                                    WS-AV-CLIENT(WS-NB-AVOIRS)
                               MOVE F-RAV-MONTANT TO
                                    WS-AV-MONTANT(WS-NB-AVOIRS)
                               MOVE F-RAV-IMPUTE TO
                                    WS-AV-IMPUTE(WS-NB-AVOIRS)
                               MOVE F-RAV-STATUT TO
                                    WS-AV-STATUT(WS-NB-AVOIRS)
                               IF F-RAV-IMPUTE IS NOT NUMERIC
                                   MOVE 0 TO
                                        WS-AV-IMPUTE(WS-NB-AVOIRS)
                               END-IF
                               IF F-RAV-STATUT = SPACE
                                   MOVE "O" TO
                                        WS-AV-STATUT(WS-NB-AVOIRS)
                               END-IF
                           ELSE
                               MOVE "O" TO WS-AVOIRS-TRONQUES
                               MOVE "O" TO WS-FIN-REG-AVOIRS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REG-AVOIRS
           END-IF.

      *Un registre plus long que la table ne peut pas etre reecrit
      *sans perdre les avoirs les plus recents : aucun avoir n'est
      *impute cette fois, le registre reste intact.
           IF WS-AVOIRS-TRONQUES = "O"
               DISPLAY "ERREUR : plus de " WS-MAX-AVOIRS " lignes"
                       " dans registre-avoirs.txt, avoirs non"
                       " imputes"
               MOVE 0       TO WS-NB-AVOIRS
               MOVE "ECHEC" TO WS-JRN-STATUT
           END-IF.

           EXIT.
       0150-CHARGER-AVOIRS-END.

      *Chaque paiement est impute sur les factures ouvertes ou
      *partielles du client, les plus anciennes d'abord (l'ordre
      *du grand livre suit l'ordre d'emission).
                  DELIMITED BY SIZE INTO F-LETTRAGE-ENTETE.
           WRITE F-LETTRAGE-ENTETE.

      *Les avoirs d'abord : le paiement d'un client qui a deduit
      *son avoir tombe alors sur le reste exact de la facture.
           MOVE SPACES TO F-LETTRAGE.
           MOVE "-- Imputations d'avoirs --" TO F-LETTRAGE.
           WRITE F-LETTRAGE.

           PERFORM VARYING WS-IDX-AV FROM 1 BY 1
                   UNTIL WS-IDX-AV > WS-NB-AVOIRS
               IF WS-AV-STATUT(WS-IDX-AV) = "O" OR
                  WS-AV-STATUT(WS-IDX-AV) = "P"
                   PERFORM 0250-UN-AVOIR-START
                   THRU    0250-UN-AVOIR-END
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LETTRAGE.
           MOVE "-- Encaissements --" TO F-LETTRAGE.
           WRITE F-LETTRAGE.

           OPEN INPUT FICHIER-PAIEMENTS.
           OPEN EXTEND FICHIER-REG-REGLEMENTS.

           IF WS-PAIEMENTS-STATUS = "00"
               PERFORM UNTIL WS-FIN-PAIEMENTS = "O"
               CLOSE FICHIER-PAIEMENTS
           END-IF.

           CLOSE FICHIER-REG-REGLEMENTS.
           CLOSE FICHIER-LETTRAGE.

           EXIT.
       0200-IMPUTER-PAIEMENTS-END.

      *Avoir WS-IDX-AV : son reste est impute sur les factures
      *ouvertes ou partielles du client, les plus anciennes
      *d'abord. Sans facture en face, l'avoir reste ouvert pour
      *une facture a venir.
       0250-UN-AVOIR-START.

      *Avoir d'un client fusionne depuis : il passe au survivant,
      *qui porte desormais les factures ouvertes.
           MOVE WS-AV-CLIENT(WS-IDX-AV) TO WS-RD-CLIENT.
           CALL "Redirige" USING WS-RD-CLIENT WS-RD-STATUT.
           IF WS-RD-STATUT = "00"
               DISPLAY "ATTENTION : avoir " WS-AV-NUMERO(WS-IDX-AV)
                       " du client fusionne "
                       WS-AV-CLIENT(WS-IDX-AV)
                       ", impute sur le client " WS-RD-CLIENT
               MOVE WS-RD-CLIENT TO WS-AV-CLIENT(WS-IDX-AV)
           END-IF.

           COMPUTE WS-RESTE-PAIEMENT = WS-AV-MONTANT(WS-IDX-AV) -
                                       WS-AV-IMPUTE(WS-IDX-AV).
           IF WS-RESTE-PAIEMENT = 0
               MOVE "U" TO WS-AV-STATUT(WS-IDX-AV)
               GO TO 0250-UN-AVOIR-END
           END-IF.
           MOVE WS-RESTE-PAIEMENT TO WS-RESTE-AVOIR.

           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NB-FACT
               IF WS-RESTE-PAIEMENT > 0 AND
                  WS-FACT-CLIENT(WS-IDX-FACT) =
                  WS-AV-CLIENT(WS-IDX-AV) AND
                  (WS-FACT-STATUT(WS-IDX-FACT) = "O" OR
                   WS-FACT-STATUT(WS-IDX-FACT) = "P")
                   COMPUTE WS-RESTE-FACTURE =
                           WS-FACT-MONTANT(WS-IDX-FACT) -
                           WS-FACT-REGLE(WS-IDX-FACT)
                   IF WS-RESTE-PAIEMENT >= WS-RESTE-FACTURE
                       MOVE WS-RESTE-FACTURE TO WS-PART-IMPUTEE
                       MOVE "S" TO WS-FACT-STATUT(WS-IDX-FACT)
                   ELSE
                       MOVE WS-RESTE-PAIEMENT TO WS-PART-IMPUTEE
                       MOVE "P" TO WS-FACT-STATUT(WS-IDX-FACT)
                   END-IF
                   ADD WS-PART-IMPUTEE TO
                       WS-FACT-REGLE(WS-IDX-FACT)
                   ADD WS-PART-IMPUTEE TO WS-AV-IMPUTE(WS-IDX-AV)
                   SUBTRACT WS-PART-IMPUTEE FROM WS-RESTE-PAIEMENT
                   MOVE WS-PART-IMPUTEE TO WS-MONTANT-ED
                   MOVE SPACES TO F-LETTRAGE
                   STRING "Avoir " WS-AV-NUMERO(WS-IDX-AV)
                          " client " WS-AV-CLIENT(WS-IDX-AV)
                          " -> facture "
                          WS-FACT-NUMERO(WS-IDX-FACT)
                          " impute " WS-MONTANT-ED
                          " statut " WS-FACT-STATUT(WS-IDX-FACT)
                          DELIMITED BY SIZE INTO F-LETTRAGE
                   WRITE F-LETTRAGE
               END-IF
           END-PERFORM.

           IF WS-RESTE-PAIEMENT < WS-RESTE-AVOIR
               ADD 1 TO WS-NB-AVOIRS-IMPUTES
           END-IF.

           IF WS-RESTE-PAIEMENT = 0
               MOVE "U" TO WS-AV-STATUT(WS-IDX-AV)
           ELSE
               IF WS-AV-IMPUTE(WS-IDX-AV) > 0
                   MOVE "P" TO WS-AV-STATUT(WS-IDX-AV)
               END-IF
           END-IF.

           EXIT.
       0250-UN-AVOIR-END.

       0300-UN-PAIEMENT-START.

      *Paiement vire sous le numero d'un client fusionne : il est
      *impute sur le survivant.
           MOVE F-PAIE-CLIENT TO WS-RD-CLIENT.
           CALL "Redirige" USING WS-RD-CLIENT WS-RD-STATUT.
           IF WS-RD-STATUT = "00"
               DISPLAY "ATTENTION : paiement du client fusionne "
                       F-PAIE-CLIENT ", impute sur le client "
                       WS-RD-CLIENT
               MOVE WS-RD-CLIENT TO F-PAIE-CLIENT
           END-IF.

           MOVE F-PAIE-MONTANT TO WS-RESTE-PAIEMENT.
           MOVE 0              TO WS-PREMIERE-FACTURE.

      *Un prelevement paie la facture pour laquelle il a ete emis,
      *et elle seule : c'est elle que prelev rouvre si la banque
      *rejette le prelevement.
           MOVE 0 TO WS-FACTURE-PRL.
           IF F-PAIE-REF(1:3) = "PRL" AND
              F-PAIE-REF(4:6) IS NUMERIC
               MOVE F-PAIE-REF(4:6) TO WS-FACTURE-PRL
           END-IF.

           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NB-FACT
               IF WS-RESTE-PAIEMENT > 0 AND
                  WS-FACT-CLIENT(WS-IDX-FACT) = F-PAIE-CLIENT AND
                  (WS-FACT-STATUT(WS-IDX-FACT) = "O" OR
                   WS-FACT-STATUT(WS-IDX-FACT) = "P") AND
                  (WS-FACTURE-PRL = 0 OR
                   WS-FACT-NUMERO(WS-IDX-FACT) = WS-FACTURE-PRL)
                   COMPUTE WS-RESTE-FACTURE =
                           WS-FACT-MONTANT(WS-IDX-FACT) -
                           WS-FACT-REGLE(WS-IDX-FACT)
                   ADD WS-PART-IMPUTEE TO
                       WS-FACT-REGLE(WS-IDX-FACT)
                   SUBTRACT WS-PART-IMPUTEE FROM WS-RESTE-PAIEMENT
                   IF WS-PREMIERE-FACTURE = 0
                       MOVE WS-FACT-NUMERO(WS-IDX-FACT)
                            TO WS-PREMIERE-FACTURE
                   END-IF
                   MOVE WS-PART-IMPUTEE TO WS-MONTANT-ED
                   MOVE SPACES TO F-LETTRAGE
                   STRING "Paiement " F-PAIE-REF
               END-IF
           END-PERFORM.

      *Un paiement date d'un mois clos est enregistre au premier
      *jour de la periode ouverte.
           MOVE F-PAIE-DATE TO WS-DATE-COMPTABLE.
           CALL "Periode" USING WS-DATE-COMPTABLE WS-PERIODE-STATUT.
           IF WS-PERIODE-STATUT = "10"
               ADD 1 TO WS-NB-REPORTES
               DISPLAY "ATTENTION : paiement " F-PAIE-REF
                       " du " F-PAIE-DATE " dans un mois clos,"
                       " enregistre au " WS-DATE-COMPTABLE
               MOVE SPACES TO F-LETTRAGE
               STRING "Paiement " F-PAIE-REF
                      " client " F-PAIE-CLIENT
                      " : mois du " F-PAIE-DATE " clos, enregistre"
                      " au " WS-DATE-COMPTABLE
                      DELIMITED BY SIZE INTO F-LETTRAGE
               WRITE F-LETTRAGE
           END-IF.

      *Reste non impute : trop-percu si au moins une facture a ete
      *touchee, paiement sans facture sinon. La derniere facture
      *touchee du client porte la marque T.
           MOVE SPACES              TO F-REG-REGLEMENT.
           MOVE WS-DATE-COMPTABLE   TO F-RR-DATE.
           MOVE F-PAIE-CLIENT       TO F-RR-CLIENT.
           MOVE F-PAIE-MONTANT      TO F-RR-MONTANT.
           MOVE F-PAIE-REF          TO F-RR-REF.
           MOVE WS-PREMIERE-FACTURE TO F-RR-FACTURE.
           MOVE "L"                 TO F-RR-ISSUE.
           IF WS-RESTE-PAIEMENT > 0
               IF WS-RESTE-PAIEMENT = F-PAIE-MONTANT
                   ADD 1 TO WS-NB-SANS-FACTURE
                   MOVE "S" TO F-RR-ISSUE
                   MOVE WS-RESTE-PAIEMENT TO WS-MONTANT-ED
                   MOVE SPACES TO F-LETTRAGE
                   STRING "Paiement " F-PAIE-REF
                   WRITE F-LETTRAGE
               ELSE
                   ADD 1 TO WS-NB-TROP-PERCUS
                   MOVE "T" TO F-RR-ISSUE
                   PERFORM 0350-MARQUER-TROP-PERCU-START
                   THRU    0350-MARQUER-TROP-PERCU-END
                   MOVE WS-RESTE-PAIEMENT TO WS-MONTANT-ED
               END-IF
           END-IF.

           WRITE F-REG-REGLEMENT.
           IF WS-REG-REGL-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture registre-reglements.txt"
                       " en echec, statut " WS-REG-REGL-STATUS
           END-IF.

           EXIT.
       0300-UN-PAIEMENT-END.

           EXIT.
       0400-REECRIRE-LIVRE-END.

      *Registre des avoirs reecrit avec la part imputee et l'etat
      *de chaque avoir, sous sauvegarde a generations ; le reste de
      *la ligne est repris tel que retours l'a ecrit.
       0420-REECRIRE-AVOIRS-START.

           IF WS-NB-AVOIRS = 0
               GO TO 0420-REECRIRE-AVOIRS-END
           END-IF.

           MOVE "registre-avoirs.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-REG-AVOIRS.

           PERFORM VARYING WS-IDX-AV FROM 1 BY 1
                   UNTIL WS-IDX-AV > WS-NB-AVOIRS
               MOVE WS-AV-LIGNE(WS-IDX-AV)  TO F-REG-AVOIR
               MOVE WS-AV-IMPUTE(WS-IDX-AV) TO F-RAV-IMPUTE
               MOVE WS-AV-STATUT(WS-IDX-AV) TO F-RAV-STATUT
               WRITE F-REG-AVOIR
           END-PERFORM.

           CLOSE FICHIER-REG-AVOIRS.

           EXIT.
       0420-REECRIRE-AVOIRS-END.

      *Balance agee : pour chaque client present au grand livre,
      *l'encours non regle est ventile par anciennete de la date
      *d'emission (0-30, 31-60, 61-90, plus de 90 jours).

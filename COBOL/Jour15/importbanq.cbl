       IDENTIFICATION DIVISION.
       PROGRAM-ID. importbanq.
       AUTHOR.    Terry.

      *Import du releve bancaire du jour et rapprochement des
      *encaissements : chaque ligne au credit de releve-banque.txt
      *est attribuee a un client, d'abord par le numero de facture
      *cite dans le libelle du virement, a defaut par egalite
      *exacte du montant avec le reste du d'une seule facture
      *ouverte de factures-ouvertes.txt. Une ligne rapprochee
      *devient un paiement de paiements.txt, lettre ensuite par
      *reglements comme un paiement saisi. Une ligne sans client
      *trouve, ou qui en designe plusieurs, part en attente dans
      *attente-banque.txt, que la comptabilite solde a la main ;
      *la balance agee de l'attente est refaite a chaque import.
      *Les lignes au debit (frais, prelevements) ne sont pas des
      *encaissements clients et sont ignorees. Le releve importe
      *est consomme (vide sous sauvegarde a generations), comme
      *paiements.txt par reglements, pour qu'un second import ne
      *double pas les paiements. Fini la ressaisie du releve et
      *ses fautes de frappe dans le lettrage.
      *Le credit global d'une remise de prelevements (libelle
      *portant l'identifiant d'un lot de prelevements.txt) n'est
      *pas un encaissement nouveau : prelev a deja passe chaque
      *prelevement en paiement ; il est seulement constate au
      *rapprochement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Releve bancaire du jour. OPTIONAL : pas forcement de releve
      *a importer.
       SELECT OPTIONAL FICHIER-RELEVE ASSIGN TO "releve-banque.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEVE-STATUS.

      *Grand livre tenu par facture, lu pour les factures ouvertes.
       SELECT OPTIONAL FICHIER-FACT-OUV ASSIGN TO
           "factures-ouvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FACT-OUV-STATUS.

      *Paiements a lettrer par reglements, a la suite de ceux deja
      *saisis.
       SELECT OPTIONAL FICHIER-PAIEMENTS ASSIGN TO "paiements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAIEMENTS-STATUS.

      *Encaissements en attente d'attribution, tenus a la suite des
      *imports precedents ; la comptabilite retire la ligne qu'elle
      *a resolue (en saisissant le paiement dans paiements.txt).
       SELECT OPTIONAL FICHIER-ATTENTE ASSIGN TO "attente-banque.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATTENTE-STATUS.

      *Registre des prelevements, lu pour reconnaitre les credits
      *de remise. OPTIONAL : aucun prelevement emis.
       SELECT OPTIONAL FICHIER-PRELEVEMENTS ASSIGN TO
           "prelevements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRELEVEMENTS-STATUS.

      *Compte rendu du rapprochement.
       SELECT FICHIER-RAPPRO ASSIGN TO "rapprochement-banque.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Balance agee de l'attente.
       SELECT FICHIER-ATTENTE-AGEE ASSIGN TO "attente-agee.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Une ligne par operation : date d'operation, sens (C credit,
      *D debit), montant, reference banque et libelle du virement.
       FD FICHIER-RELEVE.
       01  F-RELEVE.
           05 F-RB-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-RB-SENS       PIC X(01).
           05 FILLER          PIC X(01).
           05 F-RB-MONTANT    PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-RB-REF        PIC X(10).
           05 FILLER          PIC X(01).
           05 F-RB-LIBELLE    PIC X(40).

      *Meme decoupage que le FD FICHIER-FACT-OUV de facture, qui
      *tient ce grand livre.
       FD FICHIER-FACT-OUV.
       01  F-FACT-OUV.
           05 F-FO-NUMERO     PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-FO-CLIENT     PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-FO-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-FO-MONTANT    PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-FO-REGLE      PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-FO-STATUT     PIC X(01).

      *Meme decoupage que le FD de reglements, qui lettre ce
      *fichier.
       FD FICHIER-PAIEMENTS.
       01  F-PAIEMENT.
           05 F-PAIE-CLIENT   PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-PAIE-DATE     PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-PAIE-MONTANT  PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-PAIE-REF      PIC X(10).

      *Une ligne par encaissement en attente : date d'operation,
      *montant, reference banque, libelle, motif (INCONNU aucun
      *client trouve, AMBIGU plusieurs) et date d'import.
       FD FICHIER-ATTENTE.
       01  F-ATTENTE.
           05 F-AT-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-AT-MONTANT    PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-AT-REF        PIC X(10).
           05 FILLER          PIC X(01).
           05 F-AT-LIBELLE    PIC X(40).
           05 FILLER          PIC X(01).
           05 F-AT-MOTIF      PIC X(07).
           05 FILLER          PIC X(01).
           05 F-AT-IMPORT     PIC 9(08).

      *Meme decoupage que le FD FICHIER-PRELEVEMENTS de prelev,
      *seul le lot sert ici.
       FD FICHIER-PRELEVEMENTS.
       01  F-PRELEVEMENT.
           05 F-PRL-LOT       PIC X(12).
           05 FILLER          PIC X(79).

       FD FICHIER-RAPPRO.
       01  F-RAPPRO           PIC X(100).
      *En-tête d'audit (date/heure d'exécution).
       01  F-RAPPRO-ENTETE    PIC X(60).

       FD FICHIER-ATTENTE-AGEE.
       01  F-ATTENTE-AGEE     PIC X(100).
      *En-tête d'audit (date/heure d'exécution).
       01  F-ATTENTE-AGEE-ENTETE PIC X(60).

       WORKING-STORAGE SECTION.

      *Factures ouvertes ou partielles du grand livre, avec leur
      *reste du ; une facture rapprochee dans l'import est prise
      *et ne sert plus a un second encaissement.
       01  WS-TABLE-FACTURES.
           05 WS-FACT OCCURS 100 TIMES.
               10 WS-FACT-NUMERO    PIC 9(06).
               10 WS-FACT-CLIENT    PIC 9(04).
               10 WS-FACT-RESTE     PIC 9(07)V99.
               10 WS-FACT-PRISE     PIC X(01).

       77  WS-IDX-FACT          PIC 9(03) VALUE 1.
       77  WS-MAX-FACT          PIC 9(03) VALUE 100.
       77  WS-NB-FACT           PIC 9(03) VALUE 0.
       77  WS-FIN-FACT          PIC X(01) VALUE "N".
       77  WS-FACT-OUV-STATUS   PIC X(02) VALUE SPACES.

       77  WS-FIN-RELEVE        PIC X(01) VALUE "N".
       77  WS-RELEVE-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PAIEMENTS-STATUS  PIC X(02) VALUE SPACES.
       77  WS-FIN-ATTENTE       PIC X(01) VALUE "N".
       77  WS-ATTENTE-STATUS    PIC X(02) VALUE SPACES.

       77  WS-NB-LIGNES-RELEVE  PIC 9(05) VALUE 0.
       77  WS-NB-CREDITS        PIC 9(05) VALUE 0.
       77  WS-NB-DEBITS         PIC 9(05) VALUE 0.
       77  WS-NB-PAR-LIBELLE    PIC 9(05) VALUE 0.
       77  WS-NB-PAR-MONTANT    PIC 9(05) VALUE 0.
       77  WS-NB-EN-ATTENTE     PIC 9(05) VALUE 0.
       77  WS-NB-REMISES        PIC 9(05) VALUE 0.

      *Lots de prelevement emis, chacun une fois.
       01  WS-TABLE-LOTS.
           05 WS-LOT-ID OCCURS 100 TIMES PIC X(12).

       77  WS-IDX-LOT           PIC 9(03) VALUE 1.
       77  WS-MAX-LOT           PIC 9(03) VALUE 100.
       77  WS-NB-LOT            PIC 9(03) VALUE 0.
       77  WS-FIN-PRELEV        PIC X(01) VALUE "N".
       77  WS-PRELEVEMENTS-STATUS PIC X(02) VALUE SPACES.
       77  WS-DEJA-VU           PIC X(01) VALUE "N".
       77  WS-LOT-TROUVE        PIC 9(03) VALUE 0.
       77  WS-CPT-LOT           PIC 9(02) VALUE 0.

      *Rapprochement de la ligne en cours : client retenu, facture
      *designee, nombre de clients distincts trouves et methode.
       77  WS-CLIENT-TROUVE     PIC 9(04) VALUE 0.
       77  WS-FACT-TROUVEE      PIC 9(03) VALUE 0.
       77  WS-NB-CLIENTS        PIC 9(03) VALUE 0.
       77  WS-NB-CANDIDATES     PIC 9(03) VALUE 0.
       77  WS-METHODE           PIC X(07) VALUE SPACES.
       77  WS-MOTIF             PIC X(07) VALUE SPACES.

      *Recherche d'un numero de facture dans le libelle : six
      *chiffres consecutifs, ni precedes ni suivis d'un chiffre.
       77  WS-POS               PIC 9(02) VALUE 1.
       77  WS-POS-MAX           PIC 9(02) VALUE 35.
       77  WS-NUMERO-CITE       PIC 9(06) VALUE 0.
       77  WS-NUMERO-VALIDE     PIC X(01) VALUE "N".

      *Balance agee de l'attente : tranches depuis la date
      *d'operation.
       77  WS-AGE-JOURS         PIC S9(05) VALUE 0.
       77  WS-AGE-ED            PIC ZZZZ9.
       77  WS-TR-0-30           PIC 9(08)V99 VALUE 0.
       77  WS-TR-31-60          PIC 9(08)V99 VALUE 0.
       77  WS-TR-61-90          PIC 9(08)V99 VALUE 0.
       77  WS-TR-PLUS-90        PIC 9(08)V99 VALUE 0.
       77  WS-TR-ED-1           PIC ZZZZZZZ9.99.
       77  WS-TR-ED-2           PIC ZZZZZZZ9.99.
       77  WS-TR-ED-3           PIC ZZZZZZZ9.99.
       77  WS-TR-ED-4           PIC ZZZZZZZ9.99.
       77  WS-NB-ATTENTE-TOTAL  PIC 9(05) VALUE 0.
       77  WS-MONTANT-ED        PIC ZZZZZZ9.99.

      *Date du jour AAAAMMJJ et ancrage en jours pour le calcul de
      *l'age des lignes en attente.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.
       77  WS-JOUR-COURANT      PIC 9(07) VALUE 0.

      *Horodatage de l'exécution, reporté en en-tête des rapports.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "importbanq".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-COURANT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

           CALL "Horodatage" USING WS-HORODATAGE.

           PERFORM 0100-CHARGER-FACTURES-START
           THRU    0100-CHARGER-FACTURES-END.

           PERFORM 0150-CHARGER-LOTS-START
           THRU    0150-CHARGER-LOTS-END.

           PERFORM 0200-IMPORTER-RELEVE-START
           THRU    0200-IMPORTER-RELEVE-END.

           PERFORM 0450-CONSOMMER-RELEVE-START
           THRU    0450-CONSOMMER-RELEVE-END.

           PERFORM 0500-ATTENTE-AGEE-START
           THRU    0500-ATTENTE-AGEE-END.

           DISPLAY "Releve bancaire : " WS-NB-CREDITS " credit(s), "
                   WS-NB-PAR-LIBELLE " par libelle, "
                   WS-NB-PAR-MONTANT " par montant, "
                   WS-NB-EN-ATTENTE " en attente".
           DISPLAY "                  " WS-NB-REMISES
                   " remise(s) de prelevements constatee(s)".
           DISPLAY "                  " WS-NB-DEBITS
                   " debit(s) ignore(s), " WS-NB-ATTENTE-TOTAL
                   " ligne(s) en attente au total".

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-CREDITS    TO WS-JRN-LUS.
           COMPUTE WS-JRN-ECRITS = WS-NB-PAR-LIBELLE +
                                   WS-NB-PAR-MONTANT.
           MOVE WS-NB-EN-ATTENTE TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Factures encore dues (statut O ouverte ou P partielle).
       0100-CHARGER-FACTURES-START.

           OPEN INPUT FICHIER-FACT-OUV.

      *Statut 05 : fichier optionnel absent, aucune facture due.
           IF WS-FACT-OUV-STATUS = "00" OR WS-FACT-OUV-STATUS = "05"
               PERFORM UNTIL WS-FIN-FACT = "O"
                   READ FICHIER-FACT-OUV
                       AT END
                           MOVE "O" TO WS-FIN-FACT
                       NOT AT END
                           IF (F-FO-STATUT = "O" OR F-FO-STATUT = "P")
                              AND WS-NB-FACT < WS-MAX-FACT
                               ADD 1 TO WS-NB-FACT
                               MOVE F-FO-NUMERO  TO
                                    WS-FACT-NUMERO(WS-NB-FACT)
                               MOVE F-FO-CLIENT  TO
                                    WS-FACT-CLIENT(WS-NB-FACT)
                               COMPUTE WS-FACT-RESTE(WS-NB-FACT) =
                                       F-FO-MONTANT - F-FO-REGLE
                               MOVE "N" TO WS-FACT-PRISE(WS-NB-FACT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FACT-OUV
           END-IF.

           EXIT.
       0100-CHARGER-FACTURES-END.

      *Lots distincts du registre des prelevements.
       0150-CHARGER-LOTS-START.

           OPEN INPUT FICHIER-PRELEVEMENTS.

      *Statut 05 : fichier optionnel absent, aucun lot.
           IF WS-PRELEVEMENTS-STATUS = "00" OR
              WS-PRELEVEMENTS-STATUS = "05"
               PERFORM UNTIL WS-FIN-PRELEV = "O"
                   READ FICHIER-PRELEVEMENTS
                       AT END
                           MOVE "O" TO WS-FIN-PRELEV
                       NOT AT END
                           MOVE "N" TO WS-DEJA-VU
                           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                                   UNTIL WS-IDX-LOT > WS-NB-LOT
                               IF WS-LOT-ID(WS-IDX-LOT) = F-PRL-LOT
                                   MOVE "O" TO WS-DEJA-VU
                               END-IF
                           END-PERFORM
                           IF WS-DEJA-VU = "N" AND
                              F-PRL-LOT NOT = SPACES AND
                              WS-NB-LOT < WS-MAX-LOT
                               ADD 1 TO WS-NB-LOT
                               MOVE F-PRL-LOT TO WS-LOT-ID(WS-NB-LOT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRELEVEMENTS
           END-IF.

           EXIT.
       0150-CHARGER-LOTS-END.

       0200-IMPORTER-RELEVE-START.

           OPEN OUTPUT FICHIER-RAPPRO.

           MOVE SPACES TO F-RAPPRO-ENTETE.
           STRING "Rapprochement bancaire - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPRO-ENTETE.
           WRITE F-RAPPRO-ENTETE.

           OPEN INPUT FICHIER-RELEVE.

           IF WS-RELEVE-STATUS NOT = "00"
               CLOSE FICHIER-RELEVE
               CLOSE FICHIER-RAPPRO
               GO TO 0200-IMPORTER-RELEVE-END
           END-IF.

           OPEN EXTEND FICHIER-PAIEMENTS.
           OPEN EXTEND FICHIER-ATTENTE.

           PERFORM UNTIL WS-FIN-RELEVE = "O"
               READ FICHIER-RELEVE
                   AT END
                       MOVE "O" TO WS-FIN-RELEVE
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES-RELEVE
                       IF F-RB-SENS = "C"
                           PERFORM 0250-REMISE-PRELEV-START
                           THRU    0250-REMISE-PRELEV-END
                           IF WS-LOT-TROUVE = 0
                               ADD 1 TO WS-NB-CREDITS
                               PERFORM 0300-UN-CREDIT-START
                               THRU    0300-UN-CREDIT-END
                           END-IF
                       ELSE
                           ADD 1 TO WS-NB-DEBITS
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ATTENTE.
           CLOSE FICHIER-PAIEMENTS.
           CLOSE FICHIER-RELEVE.
           CLOSE FICHIER-RAPPRO.

           EXIT.
       0200-IMPORTER-RELEVE-END.

      *Credit d'une remise de prelevements : les paiements sont
      *deja passes par prelev, la ligne est seulement constatee.
       0250-REMISE-PRELEV-START.

           MOVE 0 TO WS-LOT-TROUVE.
           PERFORM VARYING WS-IDX-LOT FROM 1 BY 1
                   UNTIL WS-IDX-LOT > WS-NB-LOT
               MOVE 0 TO WS-CPT-LOT
               INSPECT F-RB-LIBELLE TALLYING WS-CPT-LOT
                       FOR ALL WS-LOT-ID(WS-IDX-LOT)
               IF WS-CPT-LOT > 0
                   MOVE WS-IDX-LOT TO WS-LOT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-LOT-TROUVE = 0
               GO TO 0250-REMISE-PRELEV-END
           END-IF.

           ADD 1 TO WS-NB-REMISES.
           MOVE F-RB-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO F-RAPPRO.
           STRING "Credit " F-RB-REF " " WS-MONTANT-ED
                  " : remise de prelevements "
                  WS-LOT-ID(WS-LOT-TROUVE) " (deja en paiements)"
                  DELIMITED BY SIZE INTO F-RAPPRO.
           WRITE F-RAPPRO.

           EXIT.
       0250-REMISE-PRELEV-END.

      *Une ligne au credit : numero de facture cite d'abord, montant
      *exact ensuite ; paiement si un seul client, attente sinon.
       0300-UN-CREDIT-START.

           MOVE SPACES TO WS-METHODE.
           MOVE "INCONNU" TO WS-MOTIF.

           PERFORM 0310-PAR-LIBELLE-START
           THRU    0310-PAR-LIBELLE-END.

           IF WS-NB-CLIENTS = 1
               MOVE "LIBELLE" TO WS-METHODE
           ELSE
               IF WS-NB-CLIENTS > 1
                   MOVE "AMBIGU" TO WS-MOTIF
               ELSE
                   PERFORM 0350-PAR-MONTANT-START
                   THRU    0350-PAR-MONTANT-END
                   IF WS-NB-CANDIDATES = 1
                       MOVE "MONTANT" TO WS-METHODE
                   ELSE
                       IF WS-NB-CANDIDATES > 1
                           MOVE "AMBIGU" TO WS-MOTIF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE F-RB-MONTANT TO WS-MONTANT-ED.

           IF WS-METHODE = SPACES
               PERFORM 0400-MISE-EN-ATTENTE-START
               THRU    0400-MISE-EN-ATTENTE-END
               GO TO 0300-UN-CREDIT-END
           END-IF.

           IF WS-METHODE = "LIBELLE"
               ADD 1 TO WS-NB-PAR-LIBELLE
           ELSE
               ADD 1 TO WS-NB-PAR-MONTANT
           END-IF.

           MOVE "O" TO WS-FACT-PRISE(WS-FACT-TROUVEE).

           MOVE SPACES           TO F-PAIEMENT.
           MOVE WS-CLIENT-TROUVE TO F-PAIE-CLIENT.
           MOVE F-RB-DATE        TO F-PAIE-DATE.
           MOVE F-RB-MONTANT     TO F-PAIE-MONTANT.
           MOVE F-RB-REF         TO F-PAIE-REF.
           WRITE F-PAIEMENT.
           IF WS-PAIEMENTS-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture paiements.txt en echec,"
                       " statut " WS-PAIEMENTS-STATUS
           END-IF.

           MOVE SPACES TO F-RAPPRO.
           STRING "Credit " F-RB-REF " " WS-MONTANT-ED
                  " -> client " WS-CLIENT-TROUVE
                  " facture " WS-FACT-NUMERO(WS-FACT-TROUVEE)
                  " (par " WS-METHODE ")"
                  DELIMITED BY SIZE INTO F-RAPPRO.
           WRITE F-RAPPRO.

           EXIT.
       0300-UN-CREDIT-END.

      *Numeros de facture ouverts cites dans le libelle : le client
      *retenu est celui de la premiere facture citee, les clients
      *distincts sont comptes pour detecter l'ambiguite.
       0310-PAR-LIBELLE-START.

           MOVE 0 TO WS-NB-CLIENTS.
           MOVE 0 TO WS-CLIENT-TROUVE.
           MOVE 0 TO WS-FACT-TROUVEE.

           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-POS-MAX
               MOVE "N" TO WS-NUMERO-VALIDE
               IF F-RB-LIBELLE(WS-POS:6) IS NUMERIC
                   MOVE "O" TO WS-NUMERO-VALIDE
                   IF WS-POS > 1
                       IF F-RB-LIBELLE(WS-POS - 1:1) IS NUMERIC
                           MOVE "N" TO WS-NUMERO-VALIDE
                       END-IF
                   END-IF
                   IF WS-POS < WS-POS-MAX
                       IF F-RB-LIBELLE(WS-POS + 6:1) IS NUMERIC
                           MOVE "N" TO WS-NUMERO-VALIDE
                       END-IF
                   END-IF
               END-IF
               IF WS-NUMERO-VALIDE = "O"
                   MOVE F-RB-LIBELLE(WS-POS:6) TO WS-NUMERO-CITE
                   PERFORM 0320-FACTURE-CITEE-START
                   THRU    0320-FACTURE-CITEE-END
               END-IF
           END-PERFORM.

           EXIT.
       0310-PAR-LIBELLE-END.

       0320-FACTURE-CITEE-START.

           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NB-FACT
               IF WS-FACT-NUMERO(WS-IDX-FACT) = WS-NUMERO-CITE AND
                  WS-FACT-PRISE(WS-IDX-FACT) = "N"
                   IF WS-NB-CLIENTS = 0
                       MOVE 1 TO WS-NB-CLIENTS
                       MOVE WS-FACT-CLIENT(WS-IDX-FACT)
                            TO WS-CLIENT-TROUVE
                       MOVE WS-IDX-FACT TO WS-FACT-TROUVEE
                   ELSE
                       IF WS-FACT-CLIENT(WS-IDX-FACT) NOT =
                          WS-CLIENT-TROUVE
                           ADD 1 TO WS-NB-CLIENTS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0320-FACTURE-CITEE-END.

      *Factures non encore prises dont le reste du egale le montant
      *credite.
       0350-PAR-MONTANT-START.

           MOVE 0 TO WS-NB-CANDIDATES.

           PERFORM VARYING WS-IDX-FACT FROM 1 BY 1
                   UNTIL WS-IDX-FACT > WS-NB-FACT
               IF WS-FACT-RESTE(WS-IDX-FACT) = F-RB-MONTANT AND
                  WS-FACT-PRISE(WS-IDX-FACT) = "N"
                   ADD 1 TO WS-NB-CANDIDATES
                   MOVE WS-FACT-CLIENT(WS-IDX-FACT)
                        TO WS-CLIENT-TROUVE
                   MOVE WS-IDX-FACT TO WS-FACT-TROUVEE
               END-IF
           END-PERFORM.

           EXIT.
       0350-PAR-MONTANT-END.

       0400-MISE-EN-ATTENTE-START.

           ADD 1 TO WS-NB-EN-ATTENTE.

           MOVE SPACES       TO F-ATTENTE.
           MOVE F-RB-DATE    TO F-AT-DATE.
           MOVE F-RB-MONTANT TO F-AT-MONTANT.
           MOVE F-RB-REF     TO F-AT-REF.
           MOVE F-RB-LIBELLE TO F-AT-LIBELLE.
           MOVE WS-MOTIF     TO F-AT-MOTIF.
           MOVE WS-DATE-JOUR TO F-AT-IMPORT.
           WRITE F-ATTENTE.
           IF WS-ATTENTE-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture attente-banque.txt en"
                       " echec, statut " WS-ATTENTE-STATUS
           END-IF.

           MOVE SPACES TO F-RAPPRO.
           STRING "Credit " F-RB-REF " " WS-MONTANT-ED
                  " : EN ATTENTE (" WS-MOTIF ") " F-RB-LIBELLE
                  DELIMITED BY SIZE INTO F-RAPPRO.
           WRITE F-RAPPRO.

           EXIT.
       0400-MISE-EN-ATTENTE-END.

      *Le releve importe est consomme : vide sous sauvegarde a
      *generations (la .g1 garde la trace), meme garde-fou que la
      *consommation de paiements.txt par reglements.
       0450-CONSOMMER-RELEVE-START.

           IF WS-NB-LIGNES-RELEVE = 0
               GO TO 0450-CONSOMMER-RELEVE-END
           END-IF.

           MOVE "releve-banque.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-RELEVE.
           CLOSE FICHIER-RELEVE.

           DISPLAY "Releve consomme : releve-banque.txt vide"
                   " (trace en releve-banque.txt.g1)".

           EXIT.
       0450-CONSOMMER-RELEVE-END.

      *Balance agee de l'attente : chaque ligne encore en attente
      *avec son age depuis la date d'operation, puis les totaux
      *par tranche 0-30 / 31-60 / 61-90 / +90 jours.
       0500-ATTENTE-AGEE-START.

           OPEN OUTPUT FICHIER-ATTENTE-AGEE.

           MOVE SPACES TO F-ATTENTE-AGEE-ENTETE.
           STRING "Attente bancaire agee - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-ATTENTE-AGEE-ENTETE.
           WRITE F-ATTENTE-AGEE-ENTETE.

           OPEN INPUT FICHIER-ATTENTE.

           IF WS-ATTENTE-STATUS = "00" OR WS-ATTENTE-STATUS = "05"
               PERFORM UNTIL WS-FIN-ATTENTE = "O"
                   READ FICHIER-ATTENTE
                       AT END
                           MOVE "O" TO WS-FIN-ATTENTE
                       NOT AT END
                           PERFORM 0550-UNE-ATTENTE-START
                           THRU    0550-UNE-ATTENTE-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-ATTENTE
           END-IF.

           MOVE WS-TR-0-30    TO WS-TR-ED-1.
           MOVE WS-TR-31-60   TO WS-TR-ED-2.
           MOVE WS-TR-61-90   TO WS-TR-ED-3.
           MOVE WS-TR-PLUS-90 TO WS-TR-ED-4.
           MOVE SPACES TO F-ATTENTE-AGEE.
           STRING "Total " WS-NB-ATTENTE-TOTAL " ligne(s)"
                  " 0-30: " WS-TR-ED-1
                  " 31-60: " WS-TR-ED-2
                  " 61-90: " WS-TR-ED-3
                  " +90: " WS-TR-ED-4
                  DELIMITED BY SIZE INTO F-ATTENTE-AGEE.
           WRITE F-ATTENTE-AGEE.

           CLOSE FICHIER-ATTENTE-AGEE.

           EXIT.
       0500-ATTENTE-AGEE-END.

       0550-UNE-ATTENTE-START.

           ADD 1 TO WS-NB-ATTENTE-TOTAL.

           COMPUTE WS-AGE-JOURS = WS-JOUR-COURANT -
                   FUNCTION INTEGER-OF-DATE(F-AT-DATE).
           IF WS-AGE-JOURS < 0
               MOVE 0 TO WS-AGE-JOURS
           END-IF.

           EVALUATE TRUE
               WHEN WS-AGE-JOURS <= 30
                   ADD F-AT-MONTANT TO WS-TR-0-30
               WHEN WS-AGE-JOURS <= 60
                   ADD F-AT-MONTANT TO WS-TR-31-60
               WHEN WS-AGE-JOURS <= 90
                   ADD F-AT-MONTANT TO WS-TR-61-90
               WHEN OTHER
                   ADD F-AT-MONTANT TO WS-TR-PLUS-90
           END-EVALUATE.

           MOVE F-AT-MONTANT TO WS-MONTANT-ED.
           MOVE WS-AGE-JOURS TO WS-AGE-ED.
           MOVE SPACES TO F-ATTENTE-AGEE.
           STRING F-AT-DATE " " F-AT-REF " " WS-MONTANT-ED
                  " " WS-AGE-ED " j " F-AT-MOTIF " " F-AT-LIBELLE
                  DELIMITED BY SIZE INTO F-ATTENTE-AGEE.
           WRITE F-ATTENTE-AGEE.

           EXIT.
       0550-UNE-ATTENTE-END.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. prelev.
       AUTHOR.    Terry.

      *Prelevements SEPA des clients qui ont signe un mandat
      *(CLIENT-RUM, CLIENT-SIGNE, CLIENT-IBAN de Client.cpy).
      *L'operateur donne la date de prelevement ; les factures
      *ouvertes ou partielles de ces clients echues a cette date
      *(emission plus le delai de paiement de
      *parametres-penalites.txt, 30 jours a defaut) sont reunies
      *dans le fichier de remise prelevement-AAAAMMJJ.xml
      *(pain.008, schema CORE) remis a la banque : un lot FRST
      *pour les mandats jamais encore preleves, un lot RCUR pour
      *les autres. Le creancier (nom, identifiant ICS, IBAN, BIC)
      *est lu dans parametres-sepa.txt.
      *Chaque prelevement est passe en paiement en attente : une
      *ligne de paiements.txt (reference PRL + numero de facture)
      *que reglements lettre comme un virement, et une ligne du
      *registre prelevements.txt au statut A (attente). Huit
      *semaines apres la date de prelevement, le delai de rejet
      *est passe et le prelevement devient definitif (D).
      *Les rejets notifies par la banque sont saisis dans
      *rejets-prelevement.txt (identifiant de bout en bout de la
      *transaction et code motif) et traites en tete d'execution :
      *le paiement est retire de paiements.txt s'il n'est pas
      *encore lettre ; deja lettre, il est contre-passe par une
      *ligne d'issue R au registre-reglements.txt (la ligne
      *d'origine reste, exportfec en tire l'ecriture inverse) et
      *la facture sur laquelle reglements l'a lettre est rouverte
      *dans le grand livre. Le prelevement passe rejete (R) ; la
      *facture repartira au prochain lot.
      *Le fichier des rejets est consomme. Le compte rendu part
      *dans rapport-prelevements.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Fichier maitre des clients indexe sur CLIENT-ID : lecture
      *sequentielle en ordre de cle.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

      *Grand livre tenu par facture, reecrit ici pour rouvrir les
      *factures dont le prelevement est rejete.
       SELECT OPTIONAL FICHIER-FACT-OUV ASSIGN TO
           "factures-ouvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FACT-OUV-STATUS.

      *Paiements a lettrer par reglements.
       SELECT OPTIONAL FICHIER-PAIEMENTS ASSIGN TO "paiements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAIEMENTS-STATUS.

      *Reglements deja lettres par reglements.
       SELECT OPTIONAL FICHIER-REG-REGLEMENTS ASSIGN TO
           "registre-reglements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-REGL-STATUS.

      *Registre des prelevements. OPTIONAL : vide au premier lot.
       SELECT OPTIONAL FICHIER-PRELEVEMENTS ASSIGN TO
           "prelevements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRELEVEMENTS-STATUS.

      *Rejets notifies par la banque. OPTIONAL : pas forcement de
      *rejet a traiter.
       SELECT OPTIONAL FICHIER-REJETS ASSIGN TO
           "rejets-prelevement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJETS-STATUS.

      *Identite du creancier. OPTIONAL a l'ouverture : son absence
      *est signalee et arrete le programme.
       SELECT OPTIONAL FICHIER-PARAM-SEPA ASSIGN TO
           "parametres-sepa.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-SEPA-STATUS.

      *Delai de paiement commun avec penalites. OPTIONAL : 30
      *jours a defaut.
       SELECT OPTIONAL FICHIER-PARAMETRES ASSIGN TO
           "parametres-penalites.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETRES-STATUS.

      *Fichier de remise du jour de prelevement.
       SELECT FICHIER-SEPA ASSIGN TO DYNAMIC WS-NOM-SEPA
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-RAPPORT ASSIGN TO "rapport-prelevements.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           COPY "Client.cpy".

      *Meme decoupage que le FD FICHIER-FACT-OUV de facture.
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

      *Meme decoupage que le FD FICHIER-REG-REGLEMENTS de
      *reglements.
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

      *Une ligne par prelevement : lot (PmtInfId de la remise),
      *facture, client, date de prelevement, montant, sequence
      *(FRST/RCUR), statut (A attente, D definitif, R rejete),
      *motif de rejet et RUM du mandat.
       FD FICHIER-PRELEVEMENTS.
       01  F-PRELEVEMENT.
           05 F-PRL-LOT       PIC X(12).
           05 FILLER          PIC X(01).
           05 F-PRL-FACTURE   PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-PRL-CLIENT    PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-PRL-DATE      PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-PRL-MONTANT   PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-PRL-SEQUENCE  PIC X(04).
           05 FILLER          PIC X(01).
           05 F-PRL-STATUT    PIC X(01).
           05 FILLER          PIC X(01).
           05 F-PRL-MOTIF     PIC X(04).
           05 FILLER          PIC X(01).
           05 F-PRL-RUM       PIC X(35).

      *Une ligne par rejet : identifiant de bout en bout de la
      *transaction (PRL, facture, date de prelevement) et code
      *motif de la banque.
       FD FICHIER-REJETS.
       01  F-REJET.
           05 F-RJ-E2E        PIC X(17).
           05 FILLER          PIC X(01).
           05 F-RJ-MOTIF      PIC X(04).

      *Une ligne : nom du creancier, identifiant creancier SEPA
      *(ICS), IBAN et BIC du compte a crediter.
       FD FICHIER-PARAM-SEPA.
       01  F-PARAM-SEPA.
           05 F-PS-NOM        PIC X(35).
           05 FILLER          PIC X(01).
           05 F-PS-ICS        PIC X(35).
           05 FILLER          PIC X(01).
           05 F-PS-IBAN       PIC X(34).
           05 FILLER          PIC X(01).
           05 F-PS-BIC        PIC X(11).

      *Meme decoupage que le FD FICHIER-PARAMETRES de penalites.
       FD FICHIER-PARAMETRES.
       01  F-PARAMETRES.
           05 F-PP-TAUX       PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 F-PP-INDEMNITE  PIC 9(03)V99.
           05 FILLER          PIC X(01).
           05 F-PP-DELAI      PIC 9(03).

       FD FICHIER-SEPA.
       01  F-SEPA               PIC X(200).

       FD FICHIER-RAPPORT.
       01  F-RAPPORT-ENTETE     PIC X(60).
       01  F-RAPPORT            PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS        PIC X(02) VALUE SPACES.
       77  WS-FACT-OUV-STATUS      PIC X(02) VALUE SPACES.
       77  WS-PAIEMENTS-STATUS     PIC X(02) VALUE SPACES.
       77  WS-REG-REGL-STATUS      PIC X(02) VALUE SPACES.
       77  WS-PRELEVEMENTS-STATUS  PIC X(02) VALUE SPACES.
       77  WS-REJETS-STATUS        PIC X(02) VALUE SPACES.
       77  WS-PARAM-SEPA-STATUS    PIC X(02) VALUE SPACES.
       77  WS-PARAMETRES-STATUS    PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER          PIC X(01) VALUE "N".

      *Creancier et delai de paiement.
       77  WS-CREANCIER-NOM     PIC X(35) VALUE SPACES.
       77  WS-CREANCIER-ICS     PIC X(35) VALUE SPACES.
       77  WS-CREANCIER-IBAN    PIC X(34) VALUE SPACES.
       77  WS-CREANCIER-BIC     PIC X(11) VALUE SPACES.
       77  WS-DELAI             PIC 9(03) VALUE 30.
      *Delai de rejet SEPA apres lequel un prelevement est acquis.
       77  WS-DELAI-REJET       PIC 9(03) VALUE 56.

      *Clients titulaires d'un mandat.
       01  WS-TABLE-MANDATS.
           05 WS-MAN OCCURS 100 TIMES.
               10 WS-MAN-CLIENT  PIC 9(04).
               10 WS-MAN-NOM     PIC X(15).
               10 WS-MAN-RUM     PIC X(35).
               10 WS-MAN-SIGNE   PIC 9(08).
               10 WS-MAN-IBAN    PIC X(34).

       77  WS-IDX-MAN           PIC 9(03) VALUE 1.
       77  WS-MAX-MAN           PIC 9(03) VALUE 100.
       77  WS-NB-MAN            PIC 9(03) VALUE 0.
       77  WS-MAN-TROUVE        PIC 9(03) VALUE 0.

      *Registre des prelevements, relu puis reecrit en entier.
       01  WS-TABLE-PRELEVEMENTS.
           05 WS-PR OCCURS 300 TIMES.
               10 WS-PR-LOT       PIC X(12).
               10 WS-PR-FACTURE   PIC 9(06).
               10 WS-PR-CLIENT    PIC 9(04).
               10 WS-PR-DATE      PIC 9(08).
               10 WS-PR-MONTANT   PIC 9(07)V99.
               10 WS-PR-SEQUENCE  PIC X(04).
               10 WS-PR-STATUT    PIC X(01).
               10 WS-PR-MOTIF     PIC X(04).
               10 WS-PR-RUM       PIC X(35).

       77  WS-IDX-PR            PIC 9(03) VALUE 1.
       77  WS-MAX-PR            PIC 9(03) VALUE 300.
       77  WS-NB-PR             PIC 9(03) VALUE 0.
       77  WS-PR-TROUVE         PIC 9(03) VALUE 0.
      *Lignes du registre au chargement, pour detecter les
      *nouvelles.
       77  WS-NB-PR-INITIAL     PIC 9(03) VALUE 0.

      *Rejets reconnus : ligne du registre, sort du paiement
      *(N retire de paiements.txt avant lettrage, L contre-passe
      *au registre-reglements.txt et facture rouverte, ? paiement
      *introuvable) et, pour un paiement lettre, la ligne de
      *reglement a contre-passer (facture lettree, 0 sans
      *facture).
       01  WS-TABLE-REJETS.
           05 WS-RJ OCCURS 50 TIMES.
               10 WS-RJ-IDX-PR    PIC 9(03).
               10 WS-RJ-REF       PIC X(10).
               10 WS-RJ-ETAT      PIC X(01).
               10 WS-RJ-REGLEMENT PIC X(43).
               10 WS-RJ-FACTURE   PIC 9(06).

       77  WS-IDX-RJ            PIC 9(02) VALUE 1.
       77  WS-MAX-RJ            PIC 9(02) VALUE 50.
       77  WS-NB-RJ             PIC 9(02) VALUE 0.

      *Rejets sans prelevement en attente correspondant.
       01  WS-TABLE-INCONNUS.
           05 WS-RI OCCURS 50 TIMES.
               10 WS-RI-E2E       PIC X(17).
               10 WS-RI-MOTIF     PIC X(04).

       77  WS-IDX-RI            PIC 9(02) VALUE 1.
       77  WS-NB-RI             PIC 9(02) VALUE 0.

      *Identifiant de bout en bout reconstitue pour la recherche.
       01  WS-E2E.
           05 FILLER            PIC X(03) VALUE "PRL".
           05 WS-E2E-FACTURE    PIC 9(06).
           05 WS-E2E-DATE       PIC 9(08).

      *Reference du paiement en attente : PRL et numero de facture.
       01  WS-REF-PAIEMENT.
           05 FILLER            PIC X(03) VALUE "PRL".
           05 WS-REF-FACTURE    PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.

      *Lignes brutes d'un fichier reecrit en place (paiements,
      *grand livre), un fichier a la fois.
       01  WS-TABLE-LIGNES.
           05 WS-LIGNE OCCURS 500 TIMES PIC X(60).

       77  WS-IDX-LIGNE         PIC 9(03) VALUE 1.
       77  WS-MAX-LIGNES        PIC 9(03) VALUE 500.
       77  WS-NB-LIGNES         PIC 9(03) VALUE 0.
       77  WS-NB-TRONQUEES      PIC 9(03) VALUE 0.
       77  WS-NB-RETIREES       PIC 9(03) VALUE 0.
       77  WS-GARDER            PIC X(01) VALUE "O".

      *Vues de travail des lignes brutes, memes decoupages que les
      *FD correspondants.
       01  WS-ZONE-PAIEMENT.
           05 WS-ZP-CLIENT      PIC 9(04).
           05 FILLER            PIC X(01).
           05 WS-ZP-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 WS-ZP-MONTANT     PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 WS-ZP-REF         PIC X(10).

       01  WS-ZONE-REGLEMENT.
           05 WS-ZR-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 WS-ZR-CLIENT      PIC 9(04).
           05 FILLER            PIC X(01).
           05 WS-ZR-MONTANT     PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 WS-ZR-REF         PIC X(10).
           05 FILLER            PIC X(01).
           05 WS-ZR-FACTURE     PIC 9(06).
           05 FILLER            PIC X(01).
           05 WS-ZR-ISSUE       PIC X(01).

       01  WS-ZONE-FACTURE.
           05 WS-ZF-NUMERO      PIC 9(06).
           05 FILLER            PIC X(01).
           05 WS-ZF-CLIENT      PIC 9(04).
           05 FILLER            PIC X(01).
           05 WS-ZF-DATE        PIC 9(08).
           05 FILLER            PIC X(01).
           05 WS-ZF-MONTANT     PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 WS-ZF-REGLE       PIC 9(07)V99.
           05 FILLER            PIC X(01).
           05 WS-ZF-STATUT      PIC X(01).

      *Prelevements du lot en cours de constitution.
       01  WS-TABLE-TRANSACTIONS.
           05 WS-TX OCCURS 100 TIMES.
               10 WS-TX-FACTURE   PIC 9(06).
               10 WS-TX-IDX-MAN   PIC 9(03).
               10 WS-TX-MONTANT   PIC 9(07)V99.
               10 WS-TX-SEQUENCE  PIC X(04).

       77  WS-IDX-TX            PIC 9(03) VALUE 1.
       77  WS-MAX-TX            PIC 9(03) VALUE 100.
       77  WS-NB-TX             PIC 9(03) VALUE 0.

      *Lot en cours d'ecriture dans la remise.
       77  WS-SEQUENCE          PIC X(04) VALUE SPACES.
       77  WS-NB-LOT            PIC 9(03) VALUE 0.
       77  WS-TOTAL-LOT         PIC 9(09)V99 VALUE 0.
       77  WS-NB-FRST           PIC 9(03) VALUE 0.
       77  WS-NB-RCUR           PIC 9(03) VALUE 0.
       77  WS-TOTAL-REMISE      PIC 9(09)V99 VALUE 0.
       77  WS-LOT               PIC X(12) VALUE SPACES.
       77  WS-LOT-DEJA-EMIS     PIC X(01) VALUE "N".

      *Facture en cours de selection.
       77  WS-ECHEANCE          PIC 9(08) VALUE 0.
       77  WS-RESTE             PIC 9(07)V99 VALUE 0.
       77  WS-EN-ATTENTE        PIC X(01) VALUE "N".
       77  WS-DEJA-PRELEVE      PIC X(01) VALUE "N".
       77  WS-NB-FACTURES       PIC 9(05) VALUE 0.
       77  WS-NB-DEFINITIFS     PIC 9(03) VALUE 0.

      *Zones d'edition de la remise : montants au point decimal,
      *dates AAAA-MM-JJ, noms sans caracteres reserves XML.
       77  WS-MONTANT-XML       PIC Z(8)9.99.
       77  WS-DATE-X            PIC X(08) VALUE SPACES.
       77  WS-DATE-ISO          PIC X(10) VALUE SPACES.
       77  WS-NOM-XML           PIC X(35) VALUE SPACES.
       77  WS-MSG-ID            PIC X(20) VALUE SPACES.
       77  WS-CRE-DT-TM         PIC X(19) VALUE SPACES.
       77  WS-NB-XML            PIC ZZ9.

       77  WS-MONTANT-ED        PIC ZZZZZZ9.99.
       77  WS-TOTAL-ED          PIC ZZZZZZZZ9.99.

       77  WS-NOM-SEPA          PIC X(40) VALUE SPACES.

      *Date de prelevement demandee.
       77  WS-DATE-PRELEV       PIC 9(08) VALUE 0.

      *Date de la contre-passation d'un reglement rejete : le jour,
      *reporte sur la periode ouverte s'il tombe dans un mois clos.
       77  WS-DATE-COMPTABLE    PIC 9(08) VALUE 0.
       77  WS-PERIODE-STATUT    PIC X(02) VALUE SPACES.

      *Date du jour AAAAMMJJ.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.
       77  WS-JOUR-COURANT      PIC 9(07) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc,
      *qui valide la date de prelevement et porte le calcul des
      *echeances.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Horodatage de l'exécution, reporté en en-tête du rapport.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "prelev".
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

           DISPLAY "Date de prelevement (AAAAMMJJ, 0 ="
                   " aujourd'hui) :".
           ACCEPT WS-DATE-PRELEV.
           IF WS-DATE-PRELEV = 0
               MOVE WS-DATE-JOUR TO WS-DATE-PRELEV
           END-IF.
           MOVE "V"            TO WS-DC-FONCTION.
           MOVE WS-DATE-PRELEV TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "ERREUR : date de prelevement invalide "
                       WS-DATE-PRELEV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-CHARGER-PARAMETRES-START
           THRU    0100-CHARGER-PARAMETRES-END.

           PERFORM 0150-CHARGER-MANDATS-START
           THRU    0150-CHARGER-MANDATS-END.

           PERFORM 0200-CHARGER-REGISTRE-START
           THRU    0200-CHARGER-REGISTRE-END.

           PERFORM 0300-REJETS-START
           THRU    0300-REJETS-END.

           PERFORM 0400-DEFINITIFS-START
           THRU    0400-DEFINITIFS-END.

           PERFORM 0500-SELECTIONNER-START
           THRU    0500-SELECTIONNER-END.

           IF WS-NB-TX > 0
               PERFORM 0600-REMISE-START
               THRU    0600-REMISE-END
               PERFORM 0700-POSTER-START
               THRU    0700-POSTER-END
           END-IF.

           PERFORM 0800-REECRIRE-REGISTRE-START
           THRU    0800-REECRIRE-REGISTRE-END.

           PERFORM 0850-RAPPORT-START
           THRU    0850-RAPPORT-END.

           MOVE WS-TOTAL-REMISE TO WS-TOTAL-ED.
           DISPLAY "Prelevements : " WS-NB-TX " transaction(s)"
                   " pour " WS-TOTAL-ED ", " WS-NB-RJ " rejet(s)"
                   " traite(s), " WS-NB-RI " rejet(s) inconnu(s)"
                   " (rapport-prelevements.txt)".
           IF WS-NB-TX > 0
               DISPLAY "Remise a transmettre a la banque : "
                       FUNCTION TRIM(WS-NOM-SEPA)
           END-IF.
           IF WS-NB-RI > 0
               MOVE "INCOMPLET" TO WS-JRN-STATUT
           END-IF.

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-FACTURES TO WS-JRN-LUS.
           MOVE WS-NB-TX       TO WS-JRN-ECRITS.
           COMPUTE WS-JRN-REJETES = WS-NB-RJ + WS-NB-RI.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Identite du creancier (obligatoire) et delai de paiement.
       0100-CHARGER-PARAMETRES-START.

           OPEN INPUT FICHIER-PARAM-SEPA.
           IF WS-PARAM-SEPA-STATUS = "00"
               READ FICHIER-PARAM-SEPA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE F-PS-NOM  TO WS-CREANCIER-NOM
                       MOVE F-PS-ICS  TO WS-CREANCIER-ICS
                       MOVE F-PS-IBAN TO WS-CREANCIER-IBAN
                       MOVE F-PS-BIC  TO WS-CREANCIER-BIC
               END-READ
           END-IF.
           CLOSE FICHIER-PARAM-SEPA.

           IF WS-CREANCIER-ICS = SPACES OR WS-CREANCIER-IBAN = SPACES
               DISPLAY "ERREUR : parametres-sepa.txt absent ou sans"
                       " ICS ni IBAN du creancier, aucun"
                       " prelevement possible"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT FICHIER-PARAMETRES.
           IF WS-PARAMETRES-STATUS = "00"
               READ FICHIER-PARAMETRES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF F-PP-DELAI IS NUMERIC AND F-PP-DELAI > 0
                           MOVE F-PP-DELAI TO WS-DELAI
                       END-IF
               END-READ
           END-IF.
           CLOSE FICHIER-PARAMETRES.

           EXIT.
       0100-CHARGER-PARAMETRES-END.

      *Clients dont le mandat est signe au plus tard a la date de
      *prelevement.
       0150-CHARGER-MANDATS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-CLIENT.

           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "ERREUR : clients.dat inaccessible, statut "
                       WS-CLIENT-STATUS
               CLOSE FICHIER-CLIENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-CLIENT
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF CLIENT-RUM NOT = SPACES AND
                          CLIENT-IBAN NOT = SPACES AND
                          CLIENT-SIGNE IS NUMERIC AND
                          CLIENT-SIGNE > 0 AND
                          CLIENT-SIGNE <= WS-DATE-PRELEV AND
                          WS-NB-MAN < WS-MAX-MAN
                           ADD 1 TO WS-NB-MAN
                           MOVE CLIENT-ID    TO
                                WS-MAN-CLIENT(WS-NB-MAN)
                           MOVE CLIENT-NOM   TO WS-MAN-NOM(WS-NB-MAN)
                           MOVE CLIENT-RUM   TO WS-MAN-RUM(WS-NB-MAN)
                           MOVE CLIENT-SIGNE TO
                                WS-MAN-SIGNE(WS-NB-MAN)
                           MOVE CLIENT-IBAN  TO
                                WS-MAN-IBAN(WS-NB-MAN)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENT.

           EXIT.
       0150-CHARGER-MANDATS-END.

       0200-CHARGER-REGISTRE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-PRELEVEMENTS.

      *Statut 05 : fichier optionnel absent, premier lot.
           IF WS-PRELEVEMENTS-STATUS = "00" OR
              WS-PRELEVEMENTS-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-PRELEVEMENTS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-PR < WS-MAX-PR
                               ADD 1 TO WS-NB-PR
                               MOVE F-PRL-LOT      TO
                                    WS-PR-LOT(WS-NB-PR)
                               MOVE F-PRL-FACTURE  TO
                                    WS-PR-FACTURE(WS-NB-PR)
                               MOVE F-PRL-CLIENT   TO
                                    WS-PR-CLIENT(WS-NB-PR)
                               MOVE F-PRL-DATE     TO
                                    WS-PR-DATE(WS-NB-PR)
                               MOVE F-PRL-MONTANT  TO
                                    WS-PR-MONTANT(WS-NB-PR)
                               MOVE F-PRL-SEQUENCE TO
                                    WS-PR-SEQUENCE(WS-NB-PR)
                               MOVE F-PRL-STATUT   TO
                                    WS-PR-STATUT(WS-NB-PR)
                               MOVE F-PRL-MOTIF    TO
                                    WS-PR-MOTIF(WS-NB-PR)
                               MOVE F-PRL-RUM      TO
                                    WS-PR-RUM(WS-NB-PR)
                           ELSE
      *Le registre est reecrit en entier : une ligne non chargee
      *serait perdue.
                               DISPLAY "ERREUR : plus de "
                                       WS-MAX-PR " lignes dans"
                                       " prelevements.txt,"
                                       " execution refusee"
                               CLOSE FICHIER-PRELEVEMENTS
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-PRELEVEMENTS
           END-IF.

           MOVE WS-NB-PR TO WS-NB-PR-INITIAL.

           EXIT.
       0200-CHARGER-REGISTRE-END.

      *Rejets de la banque : chaque rejet d'un prelevement en
      *attente le passe rejete, puis les paiements correspondants
      *sont retires et les factures rouvertes.
       0300-REJETS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REJETS.

           IF WS-REJETS-STATUS NOT = "00"
               CLOSE FICHIER-REJETS
               GO TO 0300-REJETS-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-REJETS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM 0310-UN-REJET-START
                       THRU    0310-UN-REJET-END
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REJETS.

           IF WS-NB-RJ > 0
               PERFORM 0320-RETIRER-PAIEMENTS-START
               THRU    0320-RETIRER-PAIEMENTS-END
               PERFORM 0330-RETIRER-REGLEMENTS-START
               THRU    0330-RETIRER-REGLEMENTS-END
               PERFORM 0340-ROUVRIR-FACTURES-START
               THRU    0340-ROUVRIR-FACTURES-END
           END-IF.

      *Les rejets traites sont consommes, comme le releve par
      *importbanq, pour qu'une re-execution ne les rejoue pas.
           MOVE "rejets-prelevement.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.
           OPEN OUTPUT FICHIER-REJETS.
           CLOSE FICHIER-REJETS.

           EXIT.
       0300-REJETS-END.

       0310-UN-REJET-START.

           IF F-RJ-E2E = SPACES
               GO TO 0310-UN-REJET-END
           END-IF.

           MOVE 0 TO WS-PR-TROUVE.
           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                   UNTIL WS-IDX-PR > WS-NB-PR
               MOVE WS-PR-FACTURE(WS-IDX-PR) TO WS-E2E-FACTURE
               MOVE WS-PR-DATE(WS-IDX-PR)    TO WS-E2E-DATE
               IF WS-E2E = F-RJ-E2E AND
                  WS-PR-STATUT(WS-IDX-PR) = "A"
                   MOVE WS-IDX-PR TO WS-PR-TROUVE
               END-IF
           END-PERFORM.

           IF WS-PR-TROUVE = 0 OR WS-NB-RJ >= WS-MAX-RJ
               IF WS-NB-RI < WS-MAX-RJ
                   ADD 1 TO WS-NB-RI
                   MOVE F-RJ-E2E   TO WS-RI-E2E(WS-NB-RI)
                   MOVE F-RJ-MOTIF TO WS-RI-MOTIF(WS-NB-RI)
               END-IF
               DISPLAY "ATTENTION : rejet " F-RJ-E2E " sans"
                       " prelevement en attente, a voir"
               GO TO 0310-UN-REJET-END
           END-IF.

           MOVE "R"        TO WS-PR-STATUT(WS-PR-TROUVE).
           MOVE F-RJ-MOTIF TO WS-PR-MOTIF(WS-PR-TROUVE).

           ADD 1 TO WS-NB-RJ.
           MOVE WS-PR-TROUVE TO WS-RJ-IDX-PR(WS-NB-RJ).
           MOVE WS-PR-FACTURE(WS-PR-TROUVE) TO WS-REF-FACTURE.
           MOVE WS-REF-PAIEMENT TO WS-RJ-REF(WS-NB-RJ).
           MOVE "?" TO WS-RJ-ETAT(WS-NB-RJ).

           EXIT.
       0310-UN-REJET-END.

      *Paiement encore dans paiements.txt (reglements n'est pas
      *encore passe) : il est simplement retire.
       0320-RETIRER-PAIEMENTS-START.

           MOVE 0   TO WS-NB-LIGNES WS-NB-TRONQUEES WS-NB-RETIREES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-PAIEMENTS.

           IF WS-PAIEMENTS-STATUS NOT = "00"
               CLOSE FICHIER-PAIEMENTS
               GO TO 0320-RETIRER-PAIEMENTS-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-PAIEMENTS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE F-PAIEMENT TO WS-ZONE-PAIEMENT
                       MOVE "O" TO WS-GARDER
                       PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                               UNTIL WS-IDX-RJ > WS-NB-RJ
                           MOVE WS-RJ-IDX-PR(WS-IDX-RJ) TO WS-IDX-PR
                           IF WS-RJ-ETAT(WS-IDX-RJ) = "?" AND
                              WS-ZP-REF = WS-RJ-REF(WS-IDX-RJ) AND
                              WS-ZP-DATE = WS-PR-DATE(WS-IDX-PR)
                               MOVE "N" TO WS-RJ-ETAT(WS-IDX-RJ)
                               MOVE "N" TO WS-GARDER
                           END-IF
                       END-PERFORM
                       IF WS-GARDER = "N"
                           ADD 1 TO WS-NB-RETIREES
                       ELSE
                           IF WS-NB-LIGNES < WS-MAX-LIGNES
                               ADD 1 TO WS-NB-LIGNES
                               MOVE F-PAIEMENT TO
                                    WS-LIGNE(WS-NB-LIGNES)
                           ELSE
                               ADD 1 TO WS-NB-TRONQUEES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PAIEMENTS.

           IF WS-NB-RETIREES = 0
               GO TO 0320-RETIRER-PAIEMENTS-END
           END-IF.

           IF WS-NB-TRONQUEES > 0
               DISPLAY "ERREUR : plus de " WS-MAX-LIGNES " lignes"
                       " dans paiements.txt, paiements rejetes non"
                       " retires"
               MOVE "ECHEC" TO WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               GO TO 0320-RETIRER-PAIEMENTS-END
           END-IF.

           MOVE "paiements.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-PAIEMENTS.
           PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
                   UNTIL WS-IDX-LIGNE > WS-NB-LIGNES
               MOVE WS-LIGNE(WS-IDX-LIGNE) TO F-PAIEMENT
               WRITE F-PAIEMENT
           END-PERFORM.
           CLOSE FICHIER-PAIEMENTS.

           EXIT.
       0320-RETIRER-PAIEMENTS-END.

      *Paiement deja lettre : sa ligne du registre des reglements
      *reste en place et une ligne d'issue R la contre-passe, a la
      *date du jour ; la facture lettree sera rouverte. Le
      *registre n'est ainsi jamais reecrit et exportfec passe
      *l'ecriture inverse de la ligne R. La ligne d'un prelevement
      *rejete plus tot porte la date de celui-ci et n'est donc pas
      *reprise.
       0330-RETIRER-REGLEMENTS-START.

           MOVE 0   TO WS-NB-RETIREES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REG-REGLEMENTS.

           IF WS-REG-REGL-STATUS NOT = "00"
               CLOSE FICHIER-REG-REGLEMENTS
               GO TO 0330-RETIRER-REGLEMENTS-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-REG-REGLEMENTS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE F-REG-REGLEMENT TO WS-ZONE-REGLEMENT
                       PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                               UNTIL WS-IDX-RJ > WS-NB-RJ
                           MOVE WS-RJ-IDX-PR(WS-IDX-RJ) TO WS-IDX-PR
                           IF WS-RJ-ETAT(WS-IDX-RJ) = "?" AND
                              WS-ZR-ISSUE NOT = "R" AND
                              WS-ZR-REF = WS-RJ-REF(WS-IDX-RJ) AND
                              WS-ZR-DATE = WS-PR-DATE(WS-IDX-PR)
                               MOVE "L" TO WS-RJ-ETAT(WS-IDX-RJ)
                               MOVE F-REG-REGLEMENT TO
                                    WS-RJ-REGLEMENT(WS-IDX-RJ)
                               MOVE 0 TO WS-RJ-FACTURE(WS-IDX-RJ)
                               IF WS-ZR-FACTURE IS NUMERIC
                                   MOVE WS-ZR-FACTURE TO
                                        WS-RJ-FACTURE(WS-IDX-RJ)
                               END-IF
                               ADD 1 TO WS-NB-RETIREES
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REG-REGLEMENTS.

           IF WS-NB-RETIREES = 0
               GO TO 0330-RETIRER-REGLEMENTS-END
           END-IF.

           MOVE WS-DATE-JOUR TO WS-DATE-COMPTABLE.
           CALL "Periode" USING WS-DATE-COMPTABLE WS-PERIODE-STATUT.

           OPEN EXTEND FICHIER-REG-REGLEMENTS.
           PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                   UNTIL WS-IDX-RJ > WS-NB-RJ
               IF WS-RJ-ETAT(WS-IDX-RJ) = "L"
                   MOVE WS-RJ-REGLEMENT(WS-IDX-RJ) TO F-REG-REGLEMENT
                   MOVE WS-DATE-COMPTABLE TO F-RR-DATE
                   MOVE "R"               TO F-RR-ISSUE
                   WRITE F-REG-REGLEMENT
                   IF WS-REG-REGL-STATUS NOT = "00"
                       DISPLAY "ATTENTION : ecriture registre-"
                               "reglements.txt en echec, statut "
                               WS-REG-REGL-STATUS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE FICHIER-REG-REGLEMENTS.

           EXIT.
       0330-RETIRER-REGLEMENTS-END.

      *Facture d'un reglement contre-passe, celle que reglements a
      *lettree : le montant preleve est deduit du regle, la
      *facture repasse ouverte ou partielle.
       0340-ROUVRIR-FACTURES-START.

           MOVE 0 TO WS-NB-RETIREES.
           PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                   UNTIL WS-IDX-RJ > WS-NB-RJ
               IF WS-RJ-ETAT(WS-IDX-RJ) = "L" AND
                  WS-RJ-FACTURE(WS-IDX-RJ) > 0
                   ADD 1 TO WS-NB-RETIREES
               END-IF
           END-PERFORM.

           IF WS-NB-RETIREES = 0
               GO TO 0340-ROUVRIR-FACTURES-END
           END-IF.

           MOVE 0   TO WS-NB-LIGNES WS-NB-TRONQUEES.
           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-FACT-OUV.

           IF WS-FACT-OUV-STATUS NOT = "00"
               CLOSE FICHIER-FACT-OUV
               GO TO 0340-ROUVRIR-FACTURES-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-FACT-OUV
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       MOVE F-FACT-OUV TO WS-ZONE-FACTURE
                       PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                               UNTIL WS-IDX-RJ > WS-NB-RJ
                           MOVE WS-RJ-IDX-PR(WS-IDX-RJ) TO WS-IDX-PR
                           IF WS-RJ-ETAT(WS-IDX-RJ) = "L" AND
                              WS-ZF-NUMERO = WS-RJ-FACTURE(WS-IDX-RJ)
                               IF WS-ZF-REGLE >
                                  WS-PR-MONTANT(WS-IDX-PR)
                                   SUBTRACT WS-PR-MONTANT(WS-IDX-PR)
                                       FROM WS-ZF-REGLE
                               ELSE
                                   MOVE 0 TO WS-ZF-REGLE
                               END-IF
                               IF WS-ZF-REGLE = 0
                                   MOVE "O" TO WS-ZF-STATUT
                               ELSE
                                   MOVE "P" TO WS-ZF-STATUT
                               END-IF
                           END-IF
                       END-PERFORM
                       IF WS-NB-LIGNES < WS-MAX-LIGNES
                           ADD 1 TO WS-NB-LIGNES
                           MOVE WS-ZONE-FACTURE TO
                                WS-LIGNE(WS-NB-LIGNES)
                       ELSE
                           ADD 1 TO WS-NB-TRONQUEES
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FACT-OUV.

           IF WS-NB-TRONQUEES > 0
               DISPLAY "ERREUR : plus de " WS-MAX-LIGNES " lignes"
                       " dans factures-ouvertes.txt, factures"
                       " rejetees non rouvertes"
               MOVE "ECHEC" TO WS-JRN-STATUT
               MOVE 8 TO RETURN-CODE
               GO TO 0340-ROUVRIR-FACTURES-END
           END-IF.

           MOVE "factures-ouvertes.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-FACT-OUV.
           PERFORM VARYING WS-IDX-LIGNE FROM 1 BY 1
                   UNTIL WS-IDX-LIGNE > WS-NB-LIGNES
               MOVE WS-LIGNE(WS-IDX-LIGNE) TO F-FACT-OUV
               WRITE F-FACT-OUV
           END-PERFORM.
           CLOSE FICHIER-FACT-OUV.

           EXIT.
       0340-ROUVRIR-FACTURES-END.

      *Prelevements en attente dont le delai de rejet est passe :
      *ils deviennent definitifs.
       0400-DEFINITIFS-START.

           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                   UNTIL WS-IDX-PR > WS-NB-PR
               IF WS-PR-STATUT(WS-IDX-PR) = "A"
                   IF WS-JOUR-COURANT -
                      FUNCTION INTEGER-OF-DATE(WS-PR-DATE(WS-IDX-PR))
                      > WS-DELAI-REJET
                       MOVE "D" TO WS-PR-STATUT(WS-IDX-PR)
                       ADD 1 TO WS-NB-DEFINITIFS
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.
       0400-DEFINITIFS-END.

      *Factures ouvertes ou partielles des clients a mandat,
      *echues a la date de prelevement et sans prelevement en
      *attente.
       0500-SELECTIONNER-START.

      *Un lot par date de prelevement : une deuxieme remise le
      *meme jour doublerait la premiere aupres de la banque.
           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                   UNTIL WS-IDX-PR > WS-NB-PR
               IF WS-PR-DATE(WS-IDX-PR) = WS-DATE-PRELEV AND
                  WS-PR-STATUT(WS-IDX-PR) NOT = "R"
                   MOVE "O" TO WS-LOT-DEJA-EMIS
               END-IF
           END-PERFORM.

           IF WS-LOT-DEJA-EMIS = "O"
               DISPLAY "ATTENTION : une remise existe deja pour le "
                       WS-DATE-PRELEV ", pas de nouveau lot"
               GO TO 0500-SELECTIONNER-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-FACT-OUV.

           IF WS-FACT-OUV-STATUS NOT = "00"
               CLOSE FICHIER-FACT-OUV
               GO TO 0500-SELECTIONNER-END
           END-IF.

           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-FACT-OUV
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       ADD 1 TO WS-NB-FACTURES
                       IF F-FO-STATUT = "O" OR F-FO-STATUT = "P"
                           PERFORM 0510-UNE-FACTURE-START
                           THRU    0510-UNE-FACTURE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FACT-OUV.

           EXIT.
       0500-SELECTIONNER-END.

       0510-UNE-FACTURE-START.

           MOVE 0 TO WS-MAN-TROUVE.
           PERFORM VARYING WS-IDX-MAN FROM 1 BY 1
                   UNTIL WS-IDX-MAN > WS-NB-MAN
               IF WS-MAN-CLIENT(WS-IDX-MAN) = F-FO-CLIENT
                   MOVE WS-IDX-MAN TO WS-MAN-TROUVE
               END-IF
           END-PERFORM.

           IF WS-MAN-TROUVE = 0
               GO TO 0510-UNE-FACTURE-END
           END-IF.

           COMPUTE WS-RESTE = F-FO-MONTANT - F-FO-REGLE.
           IF WS-RESTE = 0
               GO TO 0510-UNE-FACTURE-END
           END-IF.

      *Deja en attente d'un lot precedent : pas deux fois.
           MOVE "N" TO WS-EN-ATTENTE.
           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                   UNTIL WS-IDX-PR > WS-NB-PR
               IF WS-PR-FACTURE(WS-IDX-PR) = F-FO-NUMERO AND
                  WS-PR-STATUT(WS-IDX-PR) = "A"
                   MOVE "O" TO WS-EN-ATTENTE
               END-IF
           END-PERFORM.

           IF WS-EN-ATTENTE = "O"
               GO TO 0510-UNE-FACTURE-END
           END-IF.

           MOVE "A"       TO WS-DC-FONCTION.
           MOVE F-FO-DATE TO WS-DC-DATE-1.
           MOVE WS-DELAI  TO WS-DC-NOMBRE.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "ATTENTION : date invalide " F-FO-DATE
                       " sur la facture " F-FO-NUMERO ", ignoree"
               GO TO 0510-UNE-FACTURE-END
           END-IF.
           MOVE WS-DC-DATE-2 TO WS-ECHEANCE.

           IF WS-ECHEANCE > WS-DATE-PRELEV
               GO TO 0510-UNE-FACTURE-END
           END-IF.

           IF WS-NB-TX >= WS-MAX-TX
               DISPLAY "ATTENTION : plus de " WS-MAX-TX
                       " prelevements, facture " F-FO-NUMERO
                       " reportee au prochain lot"
               GO TO 0510-UNE-FACTURE-END
           END-IF.

      *Premier prelevement sur ce mandat (aucun en attente ni
      *definitif sous cette RUM) : sequence FRST, sinon RCUR.
           MOVE "N" TO WS-DEJA-PRELEVE.
           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                   UNTIL WS-IDX-PR > WS-NB-PR
               IF WS-PR-RUM(WS-IDX-PR) = WS-MAN-RUM(WS-MAN-TROUVE)
                  AND WS-PR-STATUT(WS-IDX-PR) NOT = "R"
                   MOVE "O" TO WS-DEJA-PRELEVE
               END-IF
           END-PERFORM.

           ADD 1 TO WS-NB-TX.
           MOVE F-FO-NUMERO   TO WS-TX-FACTURE(WS-NB-TX).
           MOVE WS-MAN-TROUVE TO WS-TX-IDX-MAN(WS-NB-TX).
           MOVE WS-RESTE      TO WS-TX-MONTANT(WS-NB-TX).
           IF WS-DEJA-PRELEVE = "O"
               MOVE "RCUR" TO WS-TX-SEQUENCE(WS-NB-TX)
               ADD 1 TO WS-NB-RCUR
           ELSE
               MOVE "FRST" TO WS-TX-SEQUENCE(WS-NB-TX)
               ADD 1 TO WS-NB-FRST
           END-IF.
           ADD WS-RESTE TO WS-TOTAL-REMISE.

           EXIT.
       0510-UNE-FACTURE-END.

      *Fichier de remise pain.008 : en-tete de groupe puis un lot
      *par sequence.
       0600-REMISE-START.

           MOVE WS-DATE-PRELEV TO WS-DATE-X.
           MOVE SPACES TO WS-NOM-SEPA.
           STRING "prelevement-" WS-DATE-X ".xml"
                  DELIMITED BY SIZE INTO WS-NOM-SEPA.

           MOVE SPACES TO WS-MSG-ID.
           STRING "PRL" WS-DATE-X "-" WS-DATE-SYS(9:6)
                  DELIMITED BY SIZE INTO WS-MSG-ID.
           MOVE SPACES TO WS-CRE-DT-TM.
           STRING WS-DATE-SYS(1:4) "-" WS-DATE-SYS(5:2) "-"
                  WS-DATE-SYS(7:2) "T" WS-DATE-SYS(9:2) ":"
                  WS-DATE-SYS(11:2) ":" WS-DATE-SYS(13:2)
                  DELIMITED BY SIZE INTO WS-CRE-DT-TM.

           MOVE WS-CREANCIER-NOM TO WS-NOM-XML.
           INSPECT WS-NOM-XML REPLACING ALL "&" BY "+"
                                        ALL "<" BY " "
                                        ALL ">" BY " ".

           OPEN OUTPUT FICHIER-SEPA.

           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pain.008.001.02">'
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE " <CstmrDrctDbtInitn>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE "  <GrpHdr>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "   <MsgId>" FUNCTION TRIM(WS-MSG-ID) "</MsgId>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "   <CreDtTm>" WS-CRE-DT-TM "</CreDtTm>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE WS-NB-TX TO WS-NB-XML.
           MOVE SPACES TO F-SEPA.
           STRING "   <NbOfTxs>" FUNCTION TRIM(WS-NB-XML)
                  "</NbOfTxs>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE WS-TOTAL-REMISE TO WS-MONTANT-XML.
           MOVE SPACES TO F-SEPA.
           STRING "   <CtrlSum>" FUNCTION TRIM(WS-MONTANT-XML)
                  "</CtrlSum>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "   <InitgPty><Nm>" FUNCTION TRIM(WS-NOM-XML)
                  "</Nm></InitgPty>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE "  </GrpHdr>" TO F-SEPA.
           WRITE F-SEPA.

           IF WS-NB-FRST > 0
               MOVE "FRST" TO WS-SEQUENCE
               MOVE WS-NB-FRST TO WS-NB-LOT
               PERFORM 0610-UN-LOT-START
               THRU    0610-UN-LOT-END
           END-IF.

           IF WS-NB-RCUR > 0
               MOVE "RCUR" TO WS-SEQUENCE
               MOVE WS-NB-RCUR TO WS-NB-LOT
               PERFORM 0610-UN-LOT-START
               THRU    0610-UN-LOT-END
           END-IF.

           MOVE " </CstmrDrctDbtInitn>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE "</Document>" TO F-SEPA.
           WRITE F-SEPA.

           CLOSE FICHIER-SEPA.

           EXIT.
       0600-REMISE-END.

      *Un lot (PmtInf) : les prelevements d'une meme sequence, au
      *credit du compte du creancier.
       0610-UN-LOT-START.

           MOVE 0 TO WS-TOTAL-LOT.
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TX
               IF WS-TX-SEQUENCE(WS-IDX-TX) = WS-SEQUENCE
                   ADD WS-TX-MONTANT(WS-IDX-TX) TO WS-TOTAL-LOT
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-LOT.
           STRING "PRL" WS-DATE-X WS-SEQUENCE(1:1)
                  DELIMITED BY SIZE INTO WS-LOT.

           MOVE "  <PmtInf>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "   <PmtInfId>" FUNCTION TRIM(WS-LOT)
                  "</PmtInfId>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE "   <PmtMtd>DD</PmtMtd>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE WS-NB-LOT TO WS-NB-XML.
           MOVE SPACES TO F-SEPA.
           STRING "   <NbOfTxs>" FUNCTION TRIM(WS-NB-XML)
                  "</NbOfTxs>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE WS-TOTAL-LOT TO WS-MONTANT-XML.
           MOVE SPACES TO F-SEPA.
           STRING "   <CtrlSum>" FUNCTION TRIM(WS-MONTANT-XML)
                  "</CtrlSum>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE "   <PmtTpInf>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE "    <SvcLvl><Cd>SEPA</Cd></SvcLvl>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE "    <LclInstrm><Cd>CORE</Cd></LclInstrm>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "    <SeqTp>" WS-SEQUENCE "</SeqTp>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE "   </PmtTpInf>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE WS-DATE-PRELEV TO WS-DATE-X.
           PERFORM 0690-DATE-ISO-START
           THRU    0690-DATE-ISO-END.
           MOVE SPACES TO F-SEPA.
           STRING "   <ReqdColltnDt>" WS-DATE-ISO "</ReqdColltnDt>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "   <Cdtr><Nm>" FUNCTION TRIM(WS-NOM-XML)
                  "</Nm></Cdtr>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "   <CdtrAcct><Id><IBAN>"
                  FUNCTION TRIM(WS-CREANCIER-IBAN)
                  "</IBAN></Id></CdtrAcct>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "   <CdtrAgt><FinInstnId><BIC>"
                  FUNCTION TRIM(WS-CREANCIER-BIC)
                  "</BIC></FinInstnId></CdtrAgt>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE "   <ChrgBr>SLEV</ChrgBr>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE "   <CdtrSchmeId><Id><PrvtId><Othr>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "    <Id>" FUNCTION TRIM(WS-CREANCIER-ICS) "</Id>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE "    <SchmeNm><Prtry>SEPA</Prtry></SchmeNm>"
                TO F-SEPA.
           WRITE F-SEPA.
           MOVE "   </Othr></PrvtId></Id></CdtrSchmeId>" TO F-SEPA.
           WRITE F-SEPA.

           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TX
               IF WS-TX-SEQUENCE(WS-IDX-TX) = WS-SEQUENCE
                   PERFORM 0620-UNE-TRANSACTION-START
                   THRU    0620-UNE-TRANSACTION-END
               END-IF
           END-PERFORM.

           MOVE "  </PmtInf>" TO F-SEPA.
           WRITE F-SEPA.

           EXIT.
       0610-UN-LOT-END.

      *Une transaction : un prelevement par facture, identifie de
      *bout en bout par PRL, la facture et la date de prelevement.
       0620-UNE-TRANSACTION-START.

           MOVE WS-TX-IDX-MAN(WS-IDX-TX) TO WS-IDX-MAN.
           MOVE WS-TX-FACTURE(WS-IDX-TX) TO WS-E2E-FACTURE.
           MOVE WS-DATE-PRELEV           TO WS-E2E-DATE.

           MOVE "   <DrctDbtTxInf>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "    <PmtId><EndToEndId>" WS-E2E
                  "</EndToEndId></PmtId>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE WS-TX-MONTANT(WS-IDX-TX) TO WS-MONTANT-XML.
           MOVE SPACES TO F-SEPA.
           STRING '    <InstdAmt Ccy="EUR">'
                  FUNCTION TRIM(WS-MONTANT-XML) "</InstdAmt>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE WS-MAN-SIGNE(WS-IDX-MAN) TO WS-DATE-X.
           PERFORM 0690-DATE-ISO-START
           THRU    0690-DATE-ISO-END.
           MOVE "    <DrctDbtTx><MndtRltdInf>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "     <MndtId>" FUNCTION TRIM(WS-MAN-RUM(WS-IDX-MAN))
                  "</MndtId>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "     <DtOfSgntr>" WS-DATE-ISO "</DtOfSgntr>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE "    </MndtRltdInf></DrctDbtTx>" TO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "    <DbtrAgt><FinInstnId><Othr><Id>NOTPROVIDED"
                  "</Id></Othr></FinInstnId></DbtrAgt>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE WS-MAN-NOM(WS-IDX-MAN) TO WS-NOM-XML.
           INSPECT WS-NOM-XML REPLACING ALL "&" BY "+"
                                        ALL "<" BY " "
                                        ALL ">" BY " ".
           MOVE SPACES TO F-SEPA.
           STRING "    <Dbtr><Nm>" FUNCTION TRIM(WS-NOM-XML)
                  "</Nm></Dbtr>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "    <DbtrAcct><Id><IBAN>"
                  FUNCTION TRIM(WS-MAN-IBAN(WS-IDX-MAN))
                  "</IBAN></Id></DbtrAcct>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE SPACES TO F-SEPA.
           STRING "    <RmtInf><Ustrd>Facture "
                  WS-TX-FACTURE(WS-IDX-TX) "</Ustrd></RmtInf>"
                  DELIMITED BY SIZE INTO F-SEPA.
           WRITE F-SEPA.
           MOVE "   </DrctDbtTxInf>" TO F-SEPA.
           WRITE F-SEPA.

      *Le nom du creancier est repris pour les lots suivants.
           MOVE WS-CREANCIER-NOM TO WS-NOM-XML.
           INSPECT WS-NOM-XML REPLACING ALL "&" BY "+"
                                        ALL "<" BY " "
                                        ALL ">" BY " ".
           MOVE WS-DATE-PRELEV TO WS-DATE-X.

           EXIT.
       0620-UNE-TRANSACTION-END.

      *WS-DATE-X (AAAAMMJJ) vers WS-DATE-ISO (AAAA-MM-JJ).
       0690-DATE-ISO-START.

           MOVE SPACES TO WS-DATE-ISO.
           STRING WS-DATE-X(1:4) "-" WS-DATE-X(5:2) "-"
                  WS-DATE-X(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-ISO.

           EXIT.
       0690-DATE-ISO-END.

      *Chaque prelevement de la remise devient un paiement en
      *attente a lettrer et une ligne du registre au statut A.
       0700-POSTER-START.

           OPEN EXTEND FICHIER-PAIEMENTS.

           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TX
               MOVE WS-TX-IDX-MAN(WS-IDX-TX) TO WS-IDX-MAN
               MOVE WS-TX-FACTURE(WS-IDX-TX) TO WS-REF-FACTURE

               MOVE SPACES                    TO F-PAIEMENT
               MOVE WS-MAN-CLIENT(WS-IDX-MAN) TO F-PAIE-CLIENT
               MOVE WS-DATE-PRELEV            TO F-PAIE-DATE
               MOVE WS-TX-MONTANT(WS-IDX-TX)  TO F-PAIE-MONTANT
               MOVE WS-REF-PAIEMENT           TO F-PAIE-REF
               WRITE F-PAIEMENT

               IF WS-NB-PR < WS-MAX-PR
                   ADD 1 TO WS-NB-PR
                   MOVE SPACES TO WS-LOT
                   STRING "PRL" WS-DATE-X
                          WS-TX-SEQUENCE(WS-IDX-TX)(1:1)
                          DELIMITED BY SIZE INTO WS-LOT
                   MOVE WS-LOT TO WS-PR-LOT(WS-NB-PR)
                   MOVE WS-TX-FACTURE(WS-IDX-TX) TO
                        WS-PR-FACTURE(WS-NB-PR)
                   MOVE WS-MAN-CLIENT(WS-IDX-MAN) TO
                        WS-PR-CLIENT(WS-NB-PR)
                   MOVE WS-DATE-PRELEV TO WS-PR-DATE(WS-NB-PR)
                   MOVE WS-TX-MONTANT(WS-IDX-TX) TO
                        WS-PR-MONTANT(WS-NB-PR)
                   MOVE WS-TX-SEQUENCE(WS-IDX-TX) TO
                        WS-PR-SEQUENCE(WS-NB-PR)
                   MOVE "A"    TO WS-PR-STATUT(WS-NB-PR)
                   MOVE SPACES TO WS-PR-MOTIF(WS-NB-PR)
                   MOVE WS-MAN-RUM(WS-IDX-MAN) TO
                        WS-PR-RUM(WS-NB-PR)
               ELSE
                   DISPLAY "ERREUR : registre prelevements.txt"
                           " plein, facture "
                           WS-TX-FACTURE(WS-IDX-TX)
                           " prelevee sans trace au registre"
                   MOVE "ECHEC" TO WS-JRN-STATUT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-PERFORM.

           CLOSE FICHIER-PAIEMENTS.

           EXIT.
       0700-POSTER-END.

      *Reecriture du registre avec les statuts a jour et les
      *prelevements du lot.
       0800-REECRIRE-REGISTRE-START.

           IF WS-NB-PR = WS-NB-PR-INITIAL AND WS-NB-RJ = 0 AND
              WS-NB-DEFINITIFS = 0
               GO TO 0800-REECRIRE-REGISTRE-END
           END-IF.

           MOVE "prelevements.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-PRELEVEMENTS.

           PERFORM VARYING WS-IDX-PR FROM 1 BY 1
                   UNTIL WS-IDX-PR > WS-NB-PR
               MOVE SPACES                   TO F-PRELEVEMENT
               MOVE WS-PR-LOT(WS-IDX-PR)      TO F-PRL-LOT
               MOVE WS-PR-FACTURE(WS-IDX-PR)  TO F-PRL-FACTURE
               MOVE WS-PR-CLIENT(WS-IDX-PR)   TO F-PRL-CLIENT
               MOVE WS-PR-DATE(WS-IDX-PR)     TO F-PRL-DATE
               MOVE WS-PR-MONTANT(WS-IDX-PR)  TO F-PRL-MONTANT
               MOVE WS-PR-SEQUENCE(WS-IDX-PR) TO F-PRL-SEQUENCE
               MOVE WS-PR-STATUT(WS-IDX-PR)   TO F-PRL-STATUT
               MOVE WS-PR-MOTIF(WS-IDX-PR)    TO F-PRL-MOTIF
               MOVE WS-PR-RUM(WS-IDX-PR)      TO F-PRL-RUM
               WRITE F-PRELEVEMENT
           END-PERFORM.

           CLOSE FICHIER-PRELEVEMENTS.

           EXIT.
       0800-REECRIRE-REGISTRE-END.

      *Compte rendu : rejets traites, rejets inconnus, puis les
      *prelevements de la remise.
       0850-RAPPORT-START.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-RAPPORT-ENTETE.
           STRING "Prelevements SEPA - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RAPPORT-ENTETE.
           WRITE F-RAPPORT-ENTETE.

           MOVE SPACES TO F-RAPPORT.
           STRING "Date de prelevement " WS-DATE-PRELEV
                  ", delai de paiement " WS-DELAI " jours"
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           IF WS-NB-RJ > 0 OR WS-NB-RI > 0
               MOVE SPACES TO F-RAPPORT
               WRITE F-RAPPORT
               MOVE "-- Rejets --" TO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           PERFORM VARYING WS-IDX-RJ FROM 1 BY 1
                   UNTIL WS-IDX-RJ > WS-NB-RJ
               MOVE WS-RJ-IDX-PR(WS-IDX-RJ) TO WS-IDX-PR
               MOVE WS-PR-MONTANT(WS-IDX-PR) TO WS-MONTANT-ED
               MOVE SPACES TO F-RAPPORT
               EVALUATE WS-RJ-ETAT(WS-IDX-RJ)
                   WHEN "N"
                       STRING "Facture " WS-PR-FACTURE(WS-IDX-PR)
                              " client " WS-PR-CLIENT(WS-IDX-PR)
                              " " WS-MONTANT-ED " motif "
                              WS-PR-MOTIF(WS-IDX-PR)
                              " : paiement non lettre retire"
                              DELIMITED BY SIZE INTO F-RAPPORT
                   WHEN "L"
                       IF WS-RJ-FACTURE(WS-IDX-RJ) > 0
                           STRING "Facture " WS-PR-FACTURE(WS-IDX-PR)
                                  " client " WS-PR-CLIENT(WS-IDX-PR)
                                  " " WS-MONTANT-ED " motif "
                                  WS-PR-MOTIF(WS-IDX-PR)
                                  " : contre-passe, facture "
                                  WS-RJ-FACTURE(WS-IDX-RJ)
                                  " rouverte"
                                  DELIMITED BY SIZE INTO F-RAPPORT
                       ELSE
                           STRING "Facture " WS-PR-FACTURE(WS-IDX-PR)
                                  " client " WS-PR-CLIENT(WS-IDX-PR)
                                  " " WS-MONTANT-ED " motif "
                                  WS-PR-MOTIF(WS-IDX-PR)
                                  " : contre-passe, lettre sans"
                                  " facture"
                                  DELIMITED BY SIZE INTO F-RAPPORT
                       END-IF
                   WHEN OTHER
                       STRING "Facture " WS-PR-FACTURE(WS-IDX-PR)
                              " client " WS-PR-CLIENT(WS-IDX-PR)
                              " " WS-MONTANT-ED " motif "
                              WS-PR-MOTIF(WS-IDX-PR)
                              " : paiement introuvable, a voir"
                              DELIMITED BY SIZE INTO F-RAPPORT
               END-EVALUATE
               WRITE F-RAPPORT
           END-PERFORM.

           PERFORM VARYING WS-IDX-RI FROM 1 BY 1
                   UNTIL WS-IDX-RI > WS-NB-RI
               MOVE SPACES TO F-RAPPORT
               STRING "Rejet " WS-RI-E2E(WS-IDX-RI) " motif "
                      WS-RI-MOTIF(WS-IDX-RI)
                      " : aucun prelevement en attente"
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-PERFORM.

           MOVE SPACES TO F-RAPPORT.
           WRITE F-RAPPORT.
           MOVE "-- Remise --" TO F-RAPPORT.
           WRITE F-RAPPORT.

           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TX
               MOVE WS-TX-IDX-MAN(WS-IDX-TX) TO WS-IDX-MAN
               MOVE WS-TX-MONTANT(WS-IDX-TX) TO WS-MONTANT-ED
               MOVE SPACES TO F-RAPPORT
               STRING WS-TX-SEQUENCE(WS-IDX-TX) " facture "
                      WS-TX-FACTURE(WS-IDX-TX) " client "
                      WS-MAN-CLIENT(WS-IDX-MAN) " "
                      WS-MAN-NOM(WS-IDX-MAN) " " WS-MONTANT-ED
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-PERFORM.

           MOVE WS-TOTAL-REMISE TO WS-TOTAL-ED.
           MOVE SPACES TO F-RAPPORT.
           STRING "Total de la remise : " WS-NB-TX
                  " prelevement(s), " WS-TOTAL-ED
                  DELIMITED BY SIZE INTO F-RAPPORT.
           WRITE F-RAPPORT.

           IF WS-NB-DEFINITIFS > 0
               MOVE SPACES TO F-RAPPORT
               STRING WS-NB-DEFINITIFS " prelevement(s) devenu(s)"
                      " definitif(s), delai de rejet passe"
                      DELIMITED BY SIZE INTO F-RAPPORT
               WRITE F-RAPPORT
           END-IF.

           CLOSE FICHIER-RAPPORT.

           EXIT.
       0850-RAPPORT-END.

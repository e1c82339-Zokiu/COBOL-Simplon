       IDENTIFICATION DIVISION.
       PROGRAM-ID. exportfec.
       AUTHOR.    Terry.

      *Export des ecritures comptables au format du fichier des
      *ecritures comptables (FEC) : chaque evenement de gestion
      *devient une ecriture en partie double, numerotee a la suite
      *des precedentes et portant la reference de sa piece.
      * - facture (lignes-facturees.txt) : debit du compte client
      *   au TTC du grand livre factures-ouvertes.txt, credit du
      *   compte de ventes de la categorie de chaque ligne (HT) et
      *   du compte de TVA de chaque taux (TVA) ;
      * - avoir de retours (registre-avoirs.txt) : credit du
      *   compte client du montant recredite, debit des comptes de
      *   ventes et de TVA de la categorie (le montant est ventile
      *   en HT et TVA au taux de la categorie) ;
      * - reglement de reglements (registre-reglements.txt) :
      *   debit de la banque, credit du compte client ; la
      *   contre-passation d'un prelevement rejete (issue R, ecrite
      *   par prelev) passe l'ecriture inverse.
      *Les comptes de ventes et de TVA d'une categorie sont portes
      *par le bareme taux-tva.txt (707000 et 445710 a defaut).
      *Une ecriture dont les debits et les credits different est
      *refusee et signalee. Chaque evenement exporte est consigne
      *dans ecritures-exportees.txt avec le rang de sa ligne dans
      *le fichier d'origine : ces fichiers ne faisant que
      *s'allonger, une execution reprend apres le dernier rang
      *exporte de chaque type et rien n'est exporte deux fois.
      *Une ecriture refusee retient les suivantes de son type
      *jusqu'a sa correction, pour qu'aucune ne soit sautee.
      *Les ecritures partent dans le fichier
      *du jour fec-AAAAMMJJ.txt, a la suite d'une execution
      *anterieure du meme jour. Fini la ressaisie a la main dans
      *le grand livre par l'expert-comptable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Lignes facturees tenues par facture. OPTIONAL : vide tant
      *que rien n'a ete facture.
       SELECT OPTIONAL FICHIER-LIGNES-FACT ASSIGN TO
           "lignes-facturees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIGNES-FACT-STATUS.

      *Grand livre des factures tenu par facture, pour le TTC de
      *chaque facture.
       SELECT OPTIONAL FICHIER-FACT-OUV ASSIGN TO
           "factures-ouvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FACT-OUV-STATUS.

      *Registre des avoirs tenu par retours.
       SELECT OPTIONAL FICHIER-REG-AVOIRS ASSIGN TO
           "registre-avoirs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-AVOIRS-STATUS.

      *Registre des reglements tenu par reglements.
       SELECT OPTIONAL FICHIER-REG-REGLEMENTS ASSIGN TO
           "registre-reglements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-REGL-STATUS.

      *Bareme de TVA par categorie, porteur des comptes de ventes
      *et de TVA de la categorie.
       SELECT OPTIONAL FICHIER-TVA ASSIGN TO "taux-tva.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TVA-STATUS.

      *Evenements deja exportes. OPTIONAL : vide au premier
      *export.
       SELECT OPTIONAL FICHIER-EXPORTES ASSIGN TO
           "ecritures-exportees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORTES-STATUS.

      *Fichier des ecritures du jour, nomme a la date d'execution.
       SELECT OPTIONAL FICHIER-FEC ASSIGN TO DYNAMIC WS-NOM-FEC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEC-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD de facture, qui tient ce fichier.
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

      *Meme decoupage que le FD de reglements, qui tient ce
      *registre.
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

      *Meme decoupage que le FD de facture, prolonge des comptes
      *de la categorie (a blanc : comptes par defaut).
       FD FICHIER-TVA.
       01  F-TVA.
           05 F-TVA-CATEGORIE PIC X(10).
           05 FILLER          PIC X(01).
           05 F-TVA-TAUX      PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 F-TVA-CPT-VENTE PIC X(08).
           05 FILLER          PIC X(01).
           05 F-TVA-CPT-TVA   PIC X(08).

      *Une ligne par evenement exporte : type (VT facture, AV
      *avoir, RG reglement), cle de l'evenement, numero
      *d'ecriture attribue, date d'export et rang de la ligne de
      *l'evenement (la derniere pour une facture) dans son fichier
      *d'origine.
       FD FICHIER-EXPORTES.
       01  F-EXPORTE.
           05 F-EX-TYPE       PIC X(02).
           05 FILLER          PIC X(01).
           05 F-EX-CLE        PIC X(22).
           05 FILLER          PIC X(01).
           05 F-EX-ECRITURE   PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-EX-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-EX-RANG       PIC 9(07).

       FD FICHIER-FEC.
       01  F-FEC-LIGNE        PIC X(250).

       WORKING-STORAGE SECTION.

      *Lignes facturees, lues dans l'ordre du fichier (les lignes
      *d'une facture se suivent) ; O tant que la facture en cours
      *est a exporter.
       77  WS-FIN-LIGNES        PIC X(01) VALUE "N".
       77  WS-LIGNES-FACT-STATUS PIC X(02) VALUE SPACES.
       77  WS-FACT-A-EXPORTER   PIC X(01) VALUE "N".

      *Grand livre, relu pour le TTC de chaque facture exportee.
       77  WS-FIN-FACT-OUV      PIC X(01) VALUE "N".
       77  WS-FACT-OUV-STATUS   PIC X(02) VALUE SPACES.

      *Bareme par categorie : taux et comptes.
       01  WS-TABLE-TVA.
           05 WS-TVA OCCURS 20 TIMES.
               10 WS-TVA-CATEG     PIC X(10).
               10 WS-TVA-TAUX      PIC 9(02)V99.
               10 WS-TVA-CPT-VENTE PIC X(08).
               10 WS-TVA-CPT-TVA   PIC X(08).

       77  WS-IDX-TVA           PIC 9(02) VALUE 1.
       77  WS-MAX-TVA           PIC 9(02) VALUE 20.
       77  WS-NB-TVA            PIC 9(02) VALUE 0.
       77  WS-FIN-TVA           PIC X(01) VALUE "N".
       77  WS-TVA-STATUS        PIC X(02) VALUE SPACES.
       77  WS-TAUX-STANDARD     PIC 9(02)V99 VALUE 20.00.

      *Comptes et taux de la categorie cherchee, poses par
      *0250-COMPTES-CATEGORIE.
       77  WS-CLE-CATEGORIE     PIC X(10) VALUE SPACES.
       77  WS-CAT-TAUX          PIC 9(02)V99 VALUE 0.
       77  WS-CAT-CPT-VENTE     PIC X(08) VALUE SPACES.
       77  WS-CAT-CPT-TVA       PIC X(08) VALUE SPACES.

      *Dernier rang exporte de chaque fichier d'origine : factures
      *(VT), avoirs (AV) et reglements (RG).
       77  WS-RANG-VT           PIC 9(07) VALUE 0.
       77  WS-RANG-AV           PIC 9(07) VALUE 0.
       77  WS-RANG-RG           PIC 9(07) VALUE 0.
      *Rang de la ligne lue et rang consigne pour l'evenement.
       77  WS-RANG-LU           PIC 9(07) VALUE 0.
       77  WS-RANG-EVT          PIC 9(07) VALUE 0.
      *Une ecriture refusee retient les suivantes de son type.
       77  WS-TYPE-BLOQUE       PIC X(01) VALUE "N".
       77  WS-ECR-REFUSEE       PIC X(01) VALUE "N".
       77  WS-FIN-EXPORTES      PIC X(01) VALUE "N".
       77  WS-EXPORTES-STATUS   PIC X(02) VALUE SPACES.
       77  WS-DERNIERE-ECRITURE PIC 9(06) VALUE 0.
      *Evenement en cours, consigne a son export.
       77  WS-CLE-TYPE          PIC X(02) VALUE SPACES.
       77  WS-CLE-EVENEMENT     PIC X(22) VALUE SPACES.

      *Ecriture en preparation : en-tete et lignes, ecrites
      *seulement si debits et credits s'equilibrent.
       77  WS-ECR-JOURNAL       PIC X(02) VALUE SPACES.
       77  WS-ECR-JOURNAL-LIB   PIC X(20) VALUE SPACES.
       77  WS-ECR-DATE          PIC 9(08) VALUE 0.
       77  WS-ECR-DATE-PIECE    PIC 9(08) VALUE 0.
       77  WS-ECR-PIECE         PIC X(10) VALUE SPACES.
       77  WS-ECR-LIBELLE       PIC X(30) VALUE SPACES.

       01  WS-TABLE-ECRITURE.
           05 WS-ECR OCCURS 20 TIMES.
               10 WS-ECR-COMPTE     PIC X(08).
               10 WS-ECR-COMPTE-LIB PIC X(25).
               10 WS-ECR-AUX        PIC X(08).
               10 WS-ECR-AUX-LIB    PIC X(20).
               10 WS-ECR-TAUX       PIC 9(02)V99.
               10 WS-ECR-DEBIT      PIC 9(09)V99.
               10 WS-ECR-CREDIT     PIC 9(09)V99.

       77  WS-IDX-ECR           PIC 9(02) VALUE 1.
       77  WS-MAX-ECR           PIC 9(02) VALUE 20.
       77  WS-NB-ECR            PIC 9(02) VALUE 0.
       77  WS-ECR-TROUVE        PIC 9(02) VALUE 0.
       77  WS-TOTAL-DEBIT       PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-CREDIT      PIC 9(09)V99 VALUE 0.

      *Ligne a cumuler dans l'ecriture, posee avant l'appel de
      *0700-CUMULER-LIGNE.
       77  WS-CUM-COMPTE        PIC X(08) VALUE SPACES.
       77  WS-CUM-COMPTE-LIB    PIC X(25) VALUE SPACES.
       77  WS-CUM-AUX           PIC X(08) VALUE SPACES.
       77  WS-CUM-AUX-LIB       PIC X(20) VALUE SPACES.
       77  WS-CUM-TAUX          PIC 9(02)V99 VALUE 0.
       77  WS-CUM-DEBIT         PIC 9(09)V99 VALUE 0.
       77  WS-CUM-CREDIT        PIC 9(09)V99 VALUE 0.

      *Compte auxiliaire du client de l'evenement.
       77  WS-CLIENT-EVT        PIC 9(04) VALUE 0.
       77  WS-AUX-CLIENT        PIC X(08) VALUE SPACES.
       77  WS-AUX-CLIENT-LIB    PIC X(20) VALUE SPACES.

      *Facture en cours : TTC du grand livre et cumul des lignes.
       77  WS-FACT-EN-COURS     PIC 9(06) VALUE 0.
       77  WS-TTC-FACTURE       PIC 9(09)V99 VALUE 0.
       77  WS-TTC-TROUVE        PIC X(01) VALUE "N".
       77  WS-TVA-CALCULEE      PIC 9(05)V99 VALUE 0.
      *Ventilation de l'avoir en cours.
       77  WS-HT-AVOIR          PIC 9(07)V99 VALUE 0.
       77  WS-TVA-AVOIR         PIC 9(07)V99 VALUE 0.

      *Mise en forme des montants et des taux (virgule decimale,
      *sans zeros de tete) pour le fichier des ecritures.
       77  WS-MNT               PIC 9(09)V99 VALUE 0.
       77  WS-MNT-ED            PIC Z(8)9.99.
       77  WS-MNT-TEXTE         PIC X(13) VALUE SPACES.
       77  WS-DEBIT-TEXTE       PIC X(13) VALUE SPACES.
       77  WS-CREDIT-TEXTE      PIC X(13) VALUE SPACES.
       77  WS-NB-BLANCS         PIC 9(02) VALUE 0.
       77  WS-TAUX-ED           PIC Z9.99.
       77  WS-NUMERO-ED         PIC 9(06) VALUE 0.
       77  WS-FEC-STATUS        PIC X(02) VALUE SPACES.
       77  WS-NOM-FEC           PIC X(40) VALUE SPACES.

       77  WS-NB-EVENEMENTS     PIC 9(05) VALUE 0.
       77  WS-NB-ECRITURES      PIC 9(05) VALUE 0.
       77  WS-NB-REFUSEES       PIC 9(05) VALUE 0.
       77  WS-NB-DEJA-EXPORTES  PIC 9(05) VALUE 0.
       77  WS-NB-REPORTEES      PIC 9(05) VALUE 0.
       77  WS-NB-EN-ATTENTE     PIC 9(05) VALUE 0.

      *Une piece datee d'un mois clos garde sa date de piece mais
      *l'ecriture est passee au premier jour de la periode ouverte.
       77  WS-PERIODE-STATUT    PIC X(02) VALUE SPACES.
       77  WS-FIN-REG-AVOIRS    PIC X(01) VALUE "N".
       77  WS-REG-AVOIRS-STATUS PIC X(02) VALUE SPACES.
       77  WS-FIN-REG-REGL      PIC X(01) VALUE "N".
       77  WS-REG-REGL-STATUS   PIC X(02) VALUE SPACES.

      *Date du jour AAAAMMJJ : nom du fichier et date de
      *validation des ecritures.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "exportfec".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           PERFORM 0100-CHARGER-BAREME-START
           THRU    0100-CHARGER-BAREME-END.

           PERFORM 0150-CHARGER-EXPORTES-START
           THRU    0150-CHARGER-EXPORTES-END.

           PERFORM 0350-OUVRIR-SORTIES-START
           THRU    0350-OUVRIR-SORTIES-END.

           PERFORM 0400-ECRITURES-VENTES-START
           THRU    0400-ECRITURES-VENTES-END.

           PERFORM 0500-ECRITURES-AVOIRS-START
           THRU    0500-ECRITURES-AVOIRS-END.

           PERFORM 0600-ECRITURES-REGLEMENTS-START
           THRU    0600-ECRITURES-REGLEMENTS-END.

           CLOSE FICHIER-FEC.
           CLOSE FICHIER-EXPORTES.

           DISPLAY "Export comptable : " WS-NB-EVENEMENTS
                   " evenement(s), " WS-NB-ECRITURES
                   " ecriture(s) dans " WS-NOM-FEC.
           DISPLAY "                   " WS-NB-DEJA-EXPORTES
                   " deja exporte(s), " WS-NB-REFUSEES
                   " refusee(s)".
           IF WS-NB-EN-ATTENTE > 0
               DISPLAY "                   " WS-NB-EN-ATTENTE
                       " en attente derriere une ecriture refusee"
           END-IF.
           IF WS-NB-REPORTEES > 0
               DISPLAY "                   " WS-NB-REPORTEES
                       " reportee(s) d'un mois clos sur la periode"
                       " ouverte"
           END-IF.

      *Consignation de l'execution dans le journal des operations.
           IF WS-NB-REFUSEES > 0
               MOVE "ECART" TO WS-JRN-STATUT
           END-IF.
           MOVE WS-NB-EVENEMENTS TO WS-JRN-LUS.
           MOVE WS-NB-ECRITURES  TO WS-JRN-ECRITS.
           MOVE WS-NB-REFUSEES   TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Bareme par categorie ; un compte a blanc prend le compte par
      *defaut.
       0100-CHARGER-BAREME-START.

           OPEN INPUT FICHIER-TVA.

           IF WS-TVA-STATUS = "00" OR WS-TVA-STATUS = "05"
               PERFORM UNTIL WS-FIN-TVA = "O"
                   READ FICHIER-TVA
                       AT END
                           MOVE "O" TO WS-FIN-TVA
                       NOT AT END
                           IF WS-NB-TVA < WS-MAX-TVA
                               ADD 1 TO WS-NB-TVA
                               MOVE F-TVA-CATEGORIE TO
                                    WS-TVA-CATEG(WS-NB-TVA)
                               MOVE F-TVA-TAUX      TO
                                    WS-TVA-TAUX(WS-NB-TVA)
                               MOVE F-TVA-CPT-VENTE TO
                                    WS-TVA-CPT-VENTE(WS-NB-TVA)
                               MOVE F-TVA-CPT-TVA   TO
                                    WS-TVA-CPT-TVA(WS-NB-TVA)
                               IF F-TVA-CPT-VENTE = SPACES
                                   MOVE "707000" TO
                                        WS-TVA-CPT-VENTE(WS-NB-TVA)
                               END-IF
                               IF F-TVA-CPT-TVA = SPACES
                                   MOVE "445710" TO
                                        WS-TVA-CPT-TVA(WS-NB-TVA)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TVA
           END-IF.

           EXIT.
       0100-CHARGER-BAREME-END.

      *Dernier numero d'ecriture et dernier rang exporte de chaque
      *type, lus en une passe : l'historique n'est pas garde.
       0150-CHARGER-EXPORTES-START.

           OPEN INPUT FICHIER-EXPORTES.

      *Statut 05 : fichier optionnel absent, premier export.
           IF WS-EXPORTES-STATUS = "00" OR WS-EXPORTES-STATUS = "05"
               PERFORM UNTIL WS-FIN-EXPORTES = "O"
                   READ FICHIER-EXPORTES
                       AT END
                           MOVE "O" TO WS-FIN-EXPORTES
                       NOT AT END
                           IF F-EX-ECRITURE > WS-DERNIERE-ECRITURE
                               MOVE F-EX-ECRITURE TO
                                    WS-DERNIERE-ECRITURE
                           END-IF
                           IF F-EX-RANG IS NUMERIC
                               EVALUATE F-EX-TYPE
                                   WHEN "VT"
                                       IF F-EX-RANG > WS-RANG-VT
                                           MOVE F-EX-RANG TO
                                                WS-RANG-VT
                                       END-IF
                                   WHEN "AV"
                                       IF F-EX-RANG > WS-RANG-AV
                                           MOVE F-EX-RANG TO
                                                WS-RANG-AV
                                       END-IF
                                   WHEN "RG"
                                       IF F-EX-RANG > WS-RANG-RG
                                           MOVE F-EX-RANG TO
                                                WS-RANG-RG
                                       END-IF
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXPORTES
           END-IF.

           EXIT.
       0150-CHARGER-EXPORTES-END.

      *Taux et comptes de la categorie WS-CLE-CATEGORIE : ceux du
      *bareme, le taux standard et les comptes par defaut sinon.
       0250-COMPTES-CATEGORIE-START.

           MOVE WS-TAUX-STANDARD TO WS-CAT-TAUX.
           MOVE "707000"         TO WS-CAT-CPT-VENTE.
           MOVE "445710"         TO WS-CAT-CPT-TVA.

           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > WS-NB-TVA
               IF WS-TVA-CATEG(WS-IDX-TVA) = WS-CLE-CATEGORIE
                   MOVE WS-TVA-TAUX(WS-IDX-TVA)      TO WS-CAT-TAUX
                   MOVE WS-TVA-CPT-VENTE(WS-IDX-TVA) TO
                        WS-CAT-CPT-VENTE
                   MOVE WS-TVA-CPT-TVA(WS-IDX-TVA)   TO
                        WS-CAT-CPT-TVA
               END-IF
           END-PERFORM.

           EXIT.
       0250-COMPTES-CATEGORIE-END.

      *Fichier des ecritures du jour, ouvert a la suite : l'en-tete
      *des colonnes n'est ecrit qu'a sa creation.
       0350-OUVRIR-SORTIES-START.

           MOVE SPACES TO WS-NOM-FEC.
           STRING "fec-" WS-DATE-JOUR ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-FEC.

           OPEN EXTEND FICHIER-FEC.

      *Statut 05 : fichier optionnel absent, cree a l'ouverture.
           IF WS-FEC-STATUS = "05"
               MOVE SPACES TO F-FEC-LIGNE
               STRING "JournalCode|JournalLib|EcritureNum|"
                      "EcritureDate|CompteNum|CompteLib|"
                      "CompAuxNum|CompAuxLib|PieceRef|PieceDate|"
                      "EcritureLib|Debit|Credit|EcritureLet|"
                      "DateLet|ValidDate|Montantdevise|Idevise"
                      DELIMITED BY SIZE INTO F-FEC-LIGNE
               WRITE F-FEC-LIGNE
           END-IF.

           OPEN EXTEND FICHIER-EXPORTES.

           EXIT.
       0350-OUVRIR-SORTIES-END.

      *Une ecriture par facture au-dela du dernier rang exporte :
      *lignes-facturees.txt est lu d'un bout a l'autre, l'ecriture
      *d'une facture s'ouvre a sa premiere ligne, cumule ses lignes
      *et se valide au changement de facture.
       0400-ECRITURES-VENTES-START.

           MOVE 0   TO WS-RANG-LU.
           MOVE 0   TO WS-FACT-EN-COURS.
           MOVE "N" TO WS-FACT-A-EXPORTER.
           MOVE "N" TO WS-TYPE-BLOQUE.
           OPEN INPUT FICHIER-LIGNES-FACT.

           IF WS-LIGNES-FACT-STATUS NOT = "00" AND
              WS-LIGNES-FACT-STATUS NOT = "05"
               CLOSE FICHIER-LIGNES-FACT
               GO TO 0400-ECRITURES-VENTES-END
           END-IF.

           PERFORM UNTIL WS-FIN-LIGNES = "O"
               READ FICHIER-LIGNES-FACT
                   AT END
                       MOVE "O" TO WS-FIN-LIGNES
                   NOT AT END
                       ADD 1 TO WS-RANG-LU
                       IF F-LF-FACTURE NOT = WS-FACT-EN-COURS
                           PERFORM 0440-CLORE-FACTURE-START
                           THRU    0440-CLORE-FACTURE-END
                           MOVE F-LF-FACTURE TO WS-FACT-EN-COURS
                           ADD 1 TO WS-NB-EVENEMENTS
                           EVALUATE TRUE
                               WHEN WS-RANG-LU <= WS-RANG-VT
                                   ADD 1 TO WS-NB-DEJA-EXPORTES
                               WHEN WS-TYPE-BLOQUE = "O"
                                   ADD 1 TO WS-NB-EN-ATTENTE
                               WHEN OTHER
                                   PERFORM 0410-OUVRIR-FACTURE-START
                                   THRU    0410-OUVRIR-FACTURE-END
                           END-EVALUATE
                       END-IF
                       IF WS-FACT-A-EXPORTER = "O"
                           PERFORM 0420-LIGNE-FACTURE-START
                           THRU    0420-LIGNE-FACTURE-END
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM 0440-CLORE-FACTURE-START
           THRU    0440-CLORE-FACTURE-END.

           CLOSE FICHIER-LIGNES-FACT.

           EXIT.
       0400-ECRITURES-VENTES-END.

      *Premiere ligne de la facture WS-FACT-EN-COURS : en-tete de
      *l'ecriture et ligne du client en tete, son debit pose a la
      *cloture.
       0410-OUVRIR-FACTURE-START.

           MOVE "O"        TO WS-FACT-A-EXPORTER.
           MOVE 0          TO WS-NB-ECR.
           MOVE 0          TO WS-TTC-FACTURE.
           MOVE "VT"       TO WS-ECR-JOURNAL.
           MOVE "Ventes"   TO WS-ECR-JOURNAL-LIB.
           MOVE F-LF-DATE  TO WS-ECR-DATE.
           MOVE SPACES     TO WS-ECR-PIECE.
           MOVE WS-FACT-EN-COURS TO WS-ECR-PIECE(1:6).
           MOVE SPACES     TO WS-ECR-LIBELLE.
           STRING "Facture " WS-FACT-EN-COURS
                  DELIMITED BY SIZE INTO WS-ECR-LIBELLE.
           MOVE F-LF-CLIENT TO WS-CLIENT-EVT.
           PERFORM 0650-COMPTE-CLIENT-START
           THRU    0650-COMPTE-CLIENT-END.

           MOVE "411000"          TO WS-CUM-COMPTE.
           MOVE "Clients"         TO WS-CUM-COMPTE-LIB.
           MOVE WS-AUX-CLIENT     TO WS-CUM-AUX.
           MOVE WS-AUX-CLIENT-LIB TO WS-CUM-AUX-LIB.
           MOVE 0                 TO WS-CUM-TAUX.
           MOVE 0                 TO WS-CUM-DEBIT.
           MOVE 0                 TO WS-CUM-CREDIT.
           PERFORM 0700-CUMULER-LIGNE-START
           THRU    0700-CUMULER-LIGNE-END.

           EXIT.
       0410-OUVRIR-FACTURE-END.

      *Ligne facturee lue : credit des ventes au compte de sa
      *categorie et de la TVA au compte et au taux. Une ligne
      *anterieure a la TVA par ligne (taux et TVA a blanc) est
      *reprise au taux de sa categorie au bareme, TVA recalculee
      *comme facture le fait.
       0420-LIGNE-FACTURE-START.

           MOVE WS-RANG-LU     TO WS-RANG-EVT.
           MOVE F-LF-CATEGORIE TO WS-CLE-CATEGORIE.
           PERFORM 0250-COMPTES-CATEGORIE-START
           THRU    0250-COMPTES-CATEGORIE-END.
           IF F-LF-TAUX IS NUMERIC AND F-LF-TVA IS NUMERIC
               MOVE F-LF-TAUX TO WS-CAT-TAUX
               MOVE F-LF-TVA  TO WS-TVA-CALCULEE
           ELSE
               COMPUTE WS-TVA-CALCULEE ROUNDED =
                       F-LF-MONTANT * WS-CAT-TAUX / 100
           END-IF.

           MOVE WS-CAT-CPT-VENTE  TO WS-CUM-COMPTE.
           MOVE "Ventes de marchandises" TO WS-CUM-COMPTE-LIB.
           MOVE SPACES            TO WS-CUM-AUX.
           MOVE SPACES            TO WS-CUM-AUX-LIB.
           MOVE 0                 TO WS-CUM-TAUX.
           MOVE 0                 TO WS-CUM-DEBIT.
           MOVE F-LF-MONTANT      TO WS-CUM-CREDIT.
           PERFORM 0700-CUMULER-LIGNE-START
           THRU    0700-CUMULER-LIGNE-END.
           MOVE WS-CAT-CPT-TVA    TO WS-CUM-COMPTE.
           MOVE "TVA collectee"   TO WS-CUM-COMPTE-LIB.
           MOVE WS-CAT-TAUX       TO WS-CUM-TAUX.
           MOVE WS-TVA-CALCULEE   TO WS-CUM-CREDIT.
           PERFORM 0700-CUMULER-LIGNE-START
           THRU    0700-CUMULER-LIGNE-END.

           ADD F-LF-MONTANT    TO WS-TTC-FACTURE.
           ADD WS-TVA-CALCULEE TO WS-TTC-FACTURE.

           EXIT.
       0420-LIGNE-FACTURE-END.

      *Facture WS-FACT-EN-COURS complete : debit du client au TTC
      *du grand livre (a defaut, HT + TVA des lignes), puis
      *validation. Refusee, elle retient les factures suivantes.
       0440-CLORE-FACTURE-START.

           IF WS-FACT-A-EXPORTER = "N"
               GO TO 0440-CLORE-FACTURE-END
           END-IF.
           MOVE "N" TO WS-FACT-A-EXPORTER.

           MOVE "N" TO WS-TTC-TROUVE.
           MOVE "N" TO WS-FIN-FACT-OUV.
           OPEN INPUT FICHIER-FACT-OUV.
           IF WS-FACT-OUV-STATUS = "00" OR WS-FACT-OUV-STATUS = "05"
               PERFORM UNTIL WS-FIN-FACT-OUV = "O"
                   READ FICHIER-FACT-OUV
                       AT END
                           MOVE "O" TO WS-FIN-FACT-OUV
                       NOT AT END
                           IF F-FO-NUMERO = WS-FACT-EN-COURS
                               MOVE F-FO-MONTANT TO WS-TTC-FACTURE
                               MOVE "O" TO WS-TTC-TROUVE
                               MOVE "O" TO WS-FIN-FACT-OUV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FACT-OUV
           END-IF.
           MOVE WS-TTC-FACTURE TO WS-ECR-DEBIT(1).

           MOVE "VT"   TO WS-CLE-TYPE.
           MOVE SPACES TO WS-CLE-EVENEMENT.
           MOVE WS-FACT-EN-COURS TO WS-CLE-EVENEMENT(1:6).
           PERFORM 0800-VALIDER-ECRITURE-START
           THRU    0800-VALIDER-ECRITURE-END.
           IF WS-ECR-REFUSEE = "O"
               MOVE "O" TO WS-TYPE-BLOQUE
           END-IF.

           EXIT.
       0440-CLORE-FACTURE-END.

      *Une ecriture par avoir au-dela du dernier rang exporte : le
      *montant recredite au client est ventile en HT et TVA au taux
      *de la categorie de l'article. Reecrit par reglements, le
      *registre garde l'ordre de ses lignes.
       0500-ECRITURES-AVOIRS-START.

           MOVE 0   TO WS-RANG-LU.
           MOVE "N" TO WS-TYPE-BLOQUE.
           OPEN INPUT FICHIER-REG-AVOIRS.

           IF WS-REG-AVOIRS-STATUS = "00" OR
              WS-REG-AVOIRS-STATUS = "05"
               PERFORM UNTIL WS-FIN-REG-AVOIRS = "O"
                   READ FICHIER-REG-AVOIRS
                       AT END
                           MOVE "O" TO WS-FIN-REG-AVOIRS
                       NOT AT END
                           ADD 1 TO WS-RANG-LU
                           ADD 1 TO WS-NB-EVENEMENTS
                           EVALUATE TRUE
                               WHEN WS-RANG-LU <= WS-RANG-AV
                                   ADD 1 TO WS-NB-DEJA-EXPORTES
                               WHEN WS-TYPE-BLOQUE = "O"
                                   ADD 1 TO WS-NB-EN-ATTENTE
                               WHEN OTHER
                                   PERFORM 0550-UN-AVOIR-START
                                   THRU    0550-UN-AVOIR-END
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REG-AVOIRS
           END-IF.

           EXIT.
       0500-ECRITURES-AVOIRS-END.

       0550-UN-AVOIR-START.

           MOVE 0          TO WS-NB-ECR.
           MOVE "VT"       TO WS-ECR-JOURNAL.
           MOVE "Ventes"   TO WS-ECR-JOURNAL-LIB.
           MOVE F-RAV-DATE TO WS-ECR-DATE.
           MOVE SPACES     TO WS-ECR-PIECE.
           STRING "AV" F-RAV-NUMERO
                  DELIMITED BY SIZE INTO WS-ECR-PIECE.
           MOVE SPACES     TO WS-ECR-LIBELLE.
           STRING "Avoir " F-RAV-NUMERO " " F-RAV-ARTICLE
                  DELIMITED BY SIZE INTO WS-ECR-LIBELLE.
           MOVE F-RAV-CLIENT TO WS-CLIENT-EVT.
           PERFORM 0650-COMPTE-CLIENT-START
           THRU    0650-COMPTE-CLIENT-END.

           MOVE F-RAV-CATEGORIE TO WS-CLE-CATEGORIE.
           PERFORM 0250-COMPTES-CATEGORIE-START
           THRU    0250-COMPTES-CATEGORIE-END.
           COMPUTE WS-HT-AVOIR ROUNDED =
                   F-RAV-MONTANT * 100 / (100 + WS-CAT-TAUX).
           COMPUTE WS-TVA-AVOIR = F-RAV-MONTANT - WS-HT-AVOIR.

           MOVE "411000"          TO WS-CUM-COMPTE.
           MOVE "Clients"         TO WS-CUM-COMPTE-LIB.
           MOVE WS-AUX-CLIENT     TO WS-CUM-AUX.
           MOVE WS-AUX-CLIENT-LIB TO WS-CUM-AUX-LIB.
           MOVE 0                 TO WS-CUM-TAUX.
           MOVE 0                 TO WS-CUM-DEBIT.
           MOVE F-RAV-MONTANT     TO WS-CUM-CREDIT.
           PERFORM 0700-CUMULER-LIGNE-START
           THRU    0700-CUMULER-LIGNE-END.

           MOVE WS-CAT-CPT-VENTE  TO WS-CUM-COMPTE.
           MOVE "Ventes de marchandises" TO WS-CUM-COMPTE-LIB.
           MOVE SPACES            TO WS-CUM-AUX.
           MOVE SPACES            TO WS-CUM-AUX-LIB.
           MOVE WS-HT-AVOIR       TO WS-CUM-DEBIT.
           MOVE 0                 TO WS-CUM-CREDIT.
           PERFORM 0700-CUMULER-LIGNE-START
           THRU    0700-CUMULER-LIGNE-END.

           IF WS-TVA-AVOIR > 0
               MOVE WS-CAT-CPT-TVA  TO WS-CUM-COMPTE
               MOVE "TVA collectee" TO WS-CUM-COMPTE-LIB
               MOVE WS-CAT-TAUX     TO WS-CUM-TAUX
               MOVE WS-TVA-AVOIR    TO WS-CUM-DEBIT
               PERFORM 0700-CUMULER-LIGNE-START
               THRU    0700-CUMULER-LIGNE-END
           END-IF.

           MOVE "AV"       TO WS-CLE-TYPE.
           MOVE SPACES     TO WS-CLE-EVENEMENT.
           MOVE F-RAV-NUMERO TO WS-CLE-EVENEMENT(1:6).
           MOVE WS-RANG-LU TO WS-RANG-EVT.
           PERFORM 0800-VALIDER-ECRITURE-START
           THRU    0800-VALIDER-ECRITURE-END.
           IF WS-ECR-REFUSEE = "O"
               MOVE "O" TO WS-TYPE-BLOQUE
           END-IF.

           EXIT.
       0550-UN-AVOIR-END.

      *Une ecriture de banque par reglement au-dela du dernier rang
      *exporte : debit de la banque, credit du client, cle
      *reference + client + date. Le registre n'est jamais
      *reecrit : un prelevement rejete y est contre-passe par une
      *ligne de plus.
       0600-ECRITURES-REGLEMENTS-START.

           MOVE 0   TO WS-RANG-LU.
           MOVE "N" TO WS-TYPE-BLOQUE.
           OPEN INPUT FICHIER-REG-REGLEMENTS.

           IF WS-REG-REGL-STATUS = "00" OR WS-REG-REGL-STATUS = "05"
               PERFORM UNTIL WS-FIN-REG-REGL = "O"
                   READ FICHIER-REG-REGLEMENTS
                       AT END
                           MOVE "O" TO WS-FIN-REG-REGL
                       NOT AT END
                           ADD 1 TO WS-RANG-LU
                           ADD 1 TO WS-NB-EVENEMENTS
                           EVALUATE TRUE
                               WHEN WS-RANG-LU <= WS-RANG-RG
                                   ADD 1 TO WS-NB-DEJA-EXPORTES
                               WHEN WS-TYPE-BLOQUE = "O"
                                   ADD 1 TO WS-NB-EN-ATTENTE
                               WHEN OTHER
                                   PERFORM 0610-UN-REGLEMENT-START
                                   THRU    0610-UN-REGLEMENT-END
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REG-REGLEMENTS
           END-IF.

           EXIT.
       0600-ECRITURES-REGLEMENTS-END.

       0610-UN-REGLEMENT-START.

           MOVE 0          TO WS-NB-ECR.
           MOVE "BQ"       TO WS-ECR-JOURNAL.
           MOVE "Banque"   TO WS-ECR-JOURNAL-LIB.
           MOVE F-RR-DATE  TO WS-ECR-DATE.
           MOVE F-RR-REF   TO WS-ECR-PIECE.
           MOVE SPACES     TO WS-ECR-LIBELLE.
           EVALUATE TRUE
               WHEN F-RR-ISSUE = "R"
                   STRING "Rejet prelevement " F-RR-REF
                          DELIMITED BY SIZE INTO WS-ECR-LIBELLE
               WHEN F-RR-FACTURE IS NUMERIC AND F-RR-FACTURE > 0
                   STRING "Reglement facture " F-RR-FACTURE
                          DELIMITED BY SIZE INTO WS-ECR-LIBELLE
               WHEN OTHER
                   STRING "Reglement client " F-RR-CLIENT
                          DELIMITED BY SIZE INTO WS-ECR-LIBELLE
           END-EVALUATE.
           MOVE F-RR-CLIENT TO WS-CLIENT-EVT.
           PERFORM 0650-COMPTE-CLIENT-START
           THRU    0650-COMPTE-CLIENT-END.

           MOVE "512000"          TO WS-CUM-COMPTE.
           MOVE "Banque"          TO WS-CUM-COMPTE-LIB.
           MOVE SPACES            TO WS-CUM-AUX.
           MOVE SPACES            TO WS-CUM-AUX-LIB.
           MOVE 0                 TO WS-CUM-TAUX.
      *La contre-passation d'un prelevement rejete passe la meme
      *ecriture en sens inverse : credit de la banque, debit du
      *client.
           IF F-RR-ISSUE = "R"
               MOVE 0            TO WS-CUM-DEBIT
               MOVE F-RR-MONTANT TO WS-CUM-CREDIT
           ELSE
               MOVE F-RR-MONTANT TO WS-CUM-DEBIT
               MOVE 0            TO WS-CUM-CREDIT
           END-IF.
           PERFORM 0700-CUMULER-LIGNE-START
           THRU    0700-CUMULER-LIGNE-END.

           MOVE "411000"          TO WS-CUM-COMPTE.
           MOVE "Clients"         TO WS-CUM-COMPTE-LIB.
           MOVE WS-AUX-CLIENT     TO WS-CUM-AUX.
           MOVE WS-AUX-CLIENT-LIB TO WS-CUM-AUX-LIB.
           IF F-RR-ISSUE = "R"
               MOVE F-RR-MONTANT TO WS-CUM-DEBIT
               MOVE 0            TO WS-CUM-CREDIT
           ELSE
               MOVE 0            TO WS-CUM-DEBIT
               MOVE F-RR-MONTANT TO WS-CUM-CREDIT
           END-IF.
           PERFORM 0700-CUMULER-LIGNE-START
           THRU    0700-CUMULER-LIGNE-END.

           MOVE "RG"       TO WS-CLE-TYPE.
           MOVE SPACES     TO WS-CLE-EVENEMENT.
           STRING F-RR-REF F-RR-CLIENT F-RR-DATE
                  DELIMITED BY SIZE INTO WS-CLE-EVENEMENT.
           MOVE WS-RANG-LU TO WS-RANG-EVT.
           PERFORM 0800-VALIDER-ECRITURE-START
           THRU    0800-VALIDER-ECRITURE-END.
           IF WS-ECR-REFUSEE = "O"
               MOVE "O" TO WS-TYPE-BLOQUE
           END-IF.

           EXIT.
       0610-UN-REGLEMENT-END.

      *Compte auxiliaire du client WS-CLIENT-EVT.
       0650-COMPTE-CLIENT-START.

           MOVE SPACES TO WS-AUX-CLIENT.
           STRING "C" WS-CLIENT-EVT
                  DELIMITED BY SIZE INTO WS-AUX-CLIENT.
           MOVE SPACES TO WS-AUX-CLIENT-LIB.
           STRING "Client " WS-CLIENT-EVT
                  DELIMITED BY SIZE INTO WS-AUX-CLIENT-LIB.

           EXIT.
       0650-COMPTE-CLIENT-END.

      *Ajoute la ligne WS-CUM-* a l'ecriture en preparation, ou la
      *cumule sur la ligne de meme compte, auxiliaire et taux.
       0700-CUMULER-LIGNE-START.

           MOVE 0 TO WS-ECR-TROUVE.
           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-NB-ECR
               IF WS-ECR-COMPTE(WS-IDX-ECR) = WS-CUM-COMPTE AND
                  WS-ECR-AUX(WS-IDX-ECR) = WS-CUM-AUX AND
                  WS-ECR-TAUX(WS-IDX-ECR) = WS-CUM-TAUX
                   MOVE WS-IDX-ECR TO WS-ECR-TROUVE
               END-IF
           END-PERFORM.

           IF WS-ECR-TROUVE = 0
               IF WS-NB-ECR < WS-MAX-ECR
                   ADD 1 TO WS-NB-ECR
                   MOVE WS-NB-ECR         TO WS-ECR-TROUVE
                   MOVE WS-CUM-COMPTE     TO
                        WS-ECR-COMPTE(WS-ECR-TROUVE)
                   MOVE WS-CUM-COMPTE-LIB TO
                        WS-ECR-COMPTE-LIB(WS-ECR-TROUVE)
                   MOVE WS-CUM-AUX        TO
                        WS-ECR-AUX(WS-ECR-TROUVE)
                   MOVE WS-CUM-AUX-LIB    TO
                        WS-ECR-AUX-LIB(WS-ECR-TROUVE)
                   MOVE WS-CUM-TAUX       TO
                        WS-ECR-TAUX(WS-ECR-TROUVE)
                   MOVE 0 TO WS-ECR-DEBIT(WS-ECR-TROUVE)
                   MOVE 0 TO WS-ECR-CREDIT(WS-ECR-TROUVE)
               ELSE
                   DISPLAY "ATTENTION : ecriture " WS-ECR-PIECE
                           " tronquee, WS-MAX-ECR depasse"
                   GO TO 0700-CUMULER-LIGNE-END
               END-IF
           END-IF.

           ADD WS-CUM-DEBIT  TO WS-ECR-DEBIT(WS-ECR-TROUVE).
           ADD WS-CUM-CREDIT TO WS-ECR-CREDIT(WS-ECR-TROUVE).

           EXIT.
       0700-CUMULER-LIGNE-END.

      *Controle d'equilibre de l'ecriture en preparation : refusee
      *et signalee si debits et credits different, sinon numerotee,
      *ecrite ligne a ligne et consignee comme exportee.
       0800-VALIDER-ECRITURE-START.

           MOVE "N" TO WS-ECR-REFUSEE.
           MOVE 0 TO WS-TOTAL-DEBIT.
           MOVE 0 TO WS-TOTAL-CREDIT.
           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-NB-ECR
               ADD WS-ECR-DEBIT(WS-IDX-ECR)  TO WS-TOTAL-DEBIT
               ADD WS-ECR-CREDIT(WS-IDX-ECR) TO WS-TOTAL-CREDIT
           END-PERFORM.

           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT OR
              WS-TOTAL-DEBIT = 0
               MOVE "O" TO WS-ECR-REFUSEE
               ADD 1 TO WS-NB-REFUSEES
               MOVE WS-TOTAL-DEBIT  TO WS-MNT
               PERFORM 0900-FORMATER-MONTANT-START
               THRU    0900-FORMATER-MONTANT-END
               MOVE WS-MNT-TEXTE    TO WS-DEBIT-TEXTE
               MOVE WS-TOTAL-CREDIT TO WS-MNT
               PERFORM 0900-FORMATER-MONTANT-START
               THRU    0900-FORMATER-MONTANT-END
               DISPLAY "REFUS : ecriture " WS-ECR-JOURNAL " piece "
                       WS-ECR-PIECE " desequilibree, debit "
                       WS-DEBIT-TEXTE " credit " WS-MNT-TEXTE
               GO TO 0800-VALIDER-ECRITURE-END
           END-IF.

           MOVE WS-ECR-DATE TO WS-ECR-DATE-PIECE.
           CALL "Periode" USING WS-ECR-DATE WS-PERIODE-STATUT.
           IF WS-PERIODE-STATUT = "10"
               ADD 1 TO WS-NB-REPORTEES
               DISPLAY "ATTENTION : ecriture " WS-ECR-JOURNAL
                       " piece " WS-ECR-PIECE " du "
                       WS-ECR-DATE-PIECE " dans un mois clos,"
                       " passee au " WS-ECR-DATE
           END-IF.

           ADD 1 TO WS-DERNIERE-ECRITURE.
           ADD 1 TO WS-NB-ECRITURES.
           MOVE WS-DERNIERE-ECRITURE TO WS-NUMERO-ED.

           PERFORM VARYING WS-IDX-ECR FROM 1 BY 1
                   UNTIL WS-IDX-ECR > WS-NB-ECR
               IF WS-ECR-DEBIT(WS-IDX-ECR) > 0 OR
                  WS-ECR-CREDIT(WS-IDX-ECR) > 0
                   PERFORM 0850-ECRIRE-LIGNE-START
                   THRU    0850-ECRIRE-LIGNE-END
               END-IF
           END-PERFORM.

           MOVE SPACES               TO F-EXPORTE.
           MOVE WS-CLE-TYPE          TO F-EX-TYPE.
           MOVE WS-CLE-EVENEMENT     TO F-EX-CLE.
           MOVE WS-DERNIERE-ECRITURE TO F-EX-ECRITURE.
           MOVE WS-DATE-JOUR         TO F-EX-DATE.
           MOVE WS-RANG-EVT          TO F-EX-RANG.
           WRITE F-EXPORTE.
           IF WS-EXPORTES-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture ecritures-exportees.txt"
                       " en echec, statut " WS-EXPORTES-STATUS
           END-IF.

           EXIT.
       0800-VALIDER-ECRITURE-END.

      *Ligne WS-IDX-ECR au format du fichier des ecritures, champs
      *separes par "|", montants a virgule decimale.
       0850-ECRIRE-LIGNE-START.

           MOVE WS-ECR-DEBIT(WS-IDX-ECR)  TO WS-MNT.
           PERFORM 0900-FORMATER-MONTANT-START
           THRU    0900-FORMATER-MONTANT-END.
           MOVE WS-MNT-TEXTE TO WS-DEBIT-TEXTE.
           MOVE WS-ECR-CREDIT(WS-IDX-ECR) TO WS-MNT.
           PERFORM 0900-FORMATER-MONTANT-START
           THRU    0900-FORMATER-MONTANT-END.
           MOVE WS-MNT-TEXTE TO WS-CREDIT-TEXTE.

           MOVE SPACES TO F-FEC-LIGNE.
           IF WS-ECR-TAUX(WS-IDX-ECR) > 0
               MOVE WS-ECR-TAUX(WS-IDX-ECR) TO WS-TAUX-ED
               INSPECT WS-TAUX-ED REPLACING ALL "." BY ","
               STRING WS-ECR-JOURNAL                  "|"
                      WS-ECR-JOURNAL-LIB   DELIMITED BY "  "
                      "|" WS-NUMERO-ED "|" WS-ECR-DATE "|"
                      WS-ECR-COMPTE(WS-IDX-ECR) DELIMITED BY SPACE
                      "|"                  DELIMITED BY SIZE
                      WS-ECR-COMPTE-LIB(WS-IDX-ECR)
                                           DELIMITED BY "  "
                      " " WS-TAUX-ED "%"   DELIMITED BY SIZE
                      "|||"                DELIMITED BY SIZE
                      WS-ECR-PIECE         DELIMITED BY SPACE
                      "|" WS-ECR-DATE-PIECE "|"
                                           DELIMITED BY SIZE
                      WS-ECR-LIBELLE       DELIMITED BY "  "
                      "|"                  DELIMITED BY SIZE
                      WS-DEBIT-TEXTE       DELIMITED BY SPACE
                      "|"                  DELIMITED BY SIZE
                      WS-CREDIT-TEXTE      DELIMITED BY SPACE
                      "|||" WS-DATE-JOUR "||"
                                           DELIMITED BY SIZE
                      INTO F-FEC-LIGNE
           ELSE
               STRING WS-ECR-JOURNAL                  "|"
                      WS-ECR-JOURNAL-LIB   DELIMITED BY "  "
                      "|" WS-NUMERO-ED "|" WS-ECR-DATE "|"
                      WS-ECR-COMPTE(WS-IDX-ECR) DELIMITED BY SPACE
                      "|"                  DELIMITED BY SIZE
                      WS-ECR-COMPTE-LIB(WS-IDX-ECR)
                                           DELIMITED BY "  "
                      "|"                  DELIMITED BY SIZE
                      WS-ECR-AUX(WS-IDX-ECR) DELIMITED BY SPACE
                      "|"                  DELIMITED BY SIZE
                      WS-ECR-AUX-LIB(WS-IDX-ECR)
                                           DELIMITED BY "  "
                      "|"                  DELIMITED BY SIZE
                      WS-ECR-PIECE         DELIMITED BY SPACE
                      "|" WS-ECR-DATE-PIECE "|"
                                           DELIMITED BY SIZE
                      WS-ECR-LIBELLE       DELIMITED BY "  "
                      "|"                  DELIMITED BY SIZE
                      WS-DEBIT-TEXTE       DELIMITED BY SPACE
                      "|"                  DELIMITED BY SIZE
                      WS-CREDIT-TEXTE      DELIMITED BY SPACE
                      "|||" WS-DATE-JOUR "||"
                                           DELIMITED BY SIZE
                      INTO F-FEC-LIGNE
           END-IF.
           WRITE F-FEC-LIGNE.

           EXIT.
       0850-ECRIRE-LIGNE-END.

      *WS-MNT en texte a virgule decimale sans zeros de tete dans
      *WS-MNT-TEXTE (ex. 1234,50 ; 0,00).
       0900-FORMATER-MONTANT-START.

           MOVE WS-MNT TO WS-MNT-ED.
           INSPECT WS-MNT-ED REPLACING ALL "." BY ",".
           MOVE 0 TO WS-NB-BLANCS.
           INSPECT WS-MNT-ED TALLYING WS-NB-BLANCS FOR LEADING SPACES.
           MOVE SPACES TO WS-MNT-TEXTE.
           MOVE WS-MNT-ED(WS-NB-BLANCS + 1:) TO WS-MNT-TEXTE.

           EXIT.
       0900-FORMATER-MONTANT-END.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. declartva.
       AUTHOR.    Terry.

      *Feuille de declaration mensuelle de TVA. Pour le mois
      *demande (AAAAMM, 0 pour le mois precedent) :
      *  - TVA collectee par taux, depuis tva-collectee.txt tenu
      *    par facture ;
      *  - moins la TVA des avoirs du mois (registre-avoirs.txt),
      *    ventilee au taux de leur categorie comme exportfec ;
      *  - TVA deductible par taux sur les factures fournisseurs
      *    rapprochees (tva-deductible.txt tenu par rapprofact) ;
      *  - moins le credit reporte de la declaration precedente.
      *Le solde est la TVA nette a payer, ou un credit reporte
      *sur le mois suivant. La feuille part dans
      *declaration-tva-AAAAMM.txt et le mois est consigne dans
      *le registre declarations-tva.txt, d'ou le mois suivant
      *reprend son credit. Refaire un mois deja declare remplace
      *sa ligne du registre ; les mois posterieurs deja declares
      *sont signales, leur credit anterieur est a reprendre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *TVA collectee par facture. OPTIONAL : rien de facture.
       SELECT OPTIONAL FICHIER-TVACOL ASSIGN TO
           "tva-collectee.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TVACOL-STATUS.

      *Registre des avoirs tenu par retours.
       SELECT OPTIONAL FICHIER-REG-AVOIRS ASSIGN TO
           "registre-avoirs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-AVOIRS-STATUS.

      *TVA deductible tenue par rapprofact.
       SELECT OPTIONAL FICHIER-TVADED ASSIGN TO
           "tva-deductible.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TVADED-STATUS.

      *Bareme de TVA par categorie. OPTIONAL : taux standard.
       SELECT OPTIONAL FICHIER-TVA ASSIGN TO "taux-tva.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TVA-STATUS.

      *Registre des declarations. OPTIONAL : premiere declaration.
       SELECT OPTIONAL FICHIER-DECLARATIONS ASSIGN TO
           "declarations-tva.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECLARATIONS-STATUS.

      *Feuille de declaration du mois.
       SELECT FICHIER-FEUILLE ASSIGN TO DYNAMIC WS-NOM-FEUILLE
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-TVACOL de facture.
       FD FICHIER-TVACOL.
       01  F-TVACOL.
           05 F-TC-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-TC-TAUX       PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 F-TC-BASE       PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 F-TC-TVA        PIC 9(09)V99.

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

      *Meme decoupage que le FD FICHIER-TVADED de rapprofact.
       FD FICHIER-TVADED.
       01  F-TVADED.
           05 F-TD-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-TD-FOURN      PIC X(08).
           05 FILLER          PIC X(01).
           05 F-TD-NUMERO     PIC X(10).
           05 FILLER          PIC X(01).
           05 F-TD-ARTICLE    PIC X(10).
           05 FILLER          PIC X(01).
           05 F-TD-TAUX       PIC 9(02)V99.
           05 FILLER          PIC X(01).
           05 F-TD-BASE       PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 F-TD-TVA        PIC 9(09)V99.

      *Meme decoupage que le FD FICHIER-TVA de facture.
       FD FICHIER-TVA.
       01  F-TVA.
           05 F-TVA-CATEGORIE PIC X(10).
           05 FILLER          PIC X(01).
           05 F-TVA-TAUX      PIC 9(02)V99.

      *Une ligne par mois declare : mois, date de la declaration,
      *TVA collectee nette des avoirs, TVA deductible, credit
      *anterieur impute, TVA nette a payer et credit reporte.
       FD FICHIER-DECLARATIONS.
       01  F-DECLARATION.
           05 F-DT-MOIS       PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-DT-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-DT-COLLECTEE  PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 F-DT-DEDUCTIBLE PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 F-DT-ANTERIEUR  PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 F-DT-A-PAYER    PIC 9(09)V99.
           05 FILLER          PIC X(01).
           05 F-DT-REPORT     PIC 9(09)V99.

       FD FICHIER-FEUILLE.
       01  F-FEUILLE-ENTETE     PIC X(60).
       01  F-FEUILLE            PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-TVACOL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-REG-AVOIRS-STATUS    PIC X(02) VALUE SPACES.
       77  WS-TVADED-STATUS        PIC X(02) VALUE SPACES.
       77  WS-TVA-STATUS           PIC X(02) VALUE SPACES.
       77  WS-DECLARATIONS-STATUS  PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER          PIC X(01) VALUE "N".

      *Mois declare.
       01  WS-MOIS-SAISI.
           05 WS-SAISI-AAAA     PIC 9(04).
           05 WS-SAISI-MM       PIC 9(02).
       77  WS-NOM-FEUILLE       PIC X(40) VALUE SPACES.

      *Cumuls du mois par taux : TVA collectee, avoirs et TVA
      *deductible, chacun en base HT et en taxe.
       01  WS-TABLE-TAUX.
           05 WS-TX OCCURS 20 TIMES.
               10 WS-TX-TAUX        PIC 9(02)V99.
               10 WS-TX-BASE-COL    PIC 9(09)V99.
               10 WS-TX-TVA-COL     PIC 9(09)V99.
               10 WS-TX-BASE-AV     PIC 9(09)V99.
               10 WS-TX-TVA-AV      PIC 9(09)V99.
               10 WS-TX-BASE-DED    PIC 9(09)V99.
               10 WS-TX-TVA-DED     PIC 9(09)V99.

       77  WS-IDX-TX            PIC 9(02) VALUE 1.
       77  WS-MAX-TX            PIC 9(02) VALUE 20.
       77  WS-NB-TX             PIC 9(02) VALUE 0.
       77  WS-TX-TROUVE         PIC 9(02) VALUE 0.
       77  WS-CLE-TAUX          PIC 9(02)V99 VALUE 0.

      *Bareme par categorie.
       01  WS-TABLE-TVA.
           05 WS-TVA OCCURS 20 TIMES.
               10 WS-TVA-CATEG     PIC X(10).
               10 WS-TVA-TAUX      PIC 9(02)V99.

       77  WS-IDX-TVA           PIC 9(02) VALUE 1.
       77  WS-MAX-TVA           PIC 9(02) VALUE 20.
       77  WS-NB-TVA            PIC 9(02) VALUE 0.
       77  WS-TAUX-STANDARD     PIC 9(02)V99 VALUE 20.00.
       77  WS-CAT-TAUX          PIC 9(02)V99 VALUE 0.
       77  WS-HT-AVOIR          PIC 9(07)V99 VALUE 0.
       77  WS-TVA-AVOIR         PIC 9(07)V99 VALUE 0.

      *Registre des declarations, remplace en entier a chaque
      *declaration.
       01  WS-TABLE-DECLARATIONS.
           05 WS-DT OCCURS 240 TIMES.
               10 WS-DT-MOIS        PIC 9(06).
               10 WS-DT-DATE        PIC 9(08).
               10 WS-DT-COLLECTEE   PIC 9(09)V99.
               10 WS-DT-DEDUCTIBLE  PIC 9(09)V99.
               10 WS-DT-ANTERIEUR   PIC 9(09)V99.
               10 WS-DT-A-PAYER     PIC 9(09)V99.
               10 WS-DT-REPORT      PIC 9(09)V99.

       77  WS-IDX-DT            PIC 9(03) VALUE 1.
       77  WS-MAX-DT            PIC 9(03) VALUE 240.
       77  WS-NB-DT             PIC 9(03) VALUE 0.
       77  WS-DT-TROUVE         PIC 9(03) VALUE 0.
       77  WS-DT-PRECEDENT      PIC 9(06) VALUE 0.
       77  WS-NB-POSTERIEURS    PIC 9(03) VALUE 0.

      *Totaux du mois.
       77  WS-TOT-COLLECTEE     PIC 9(09)V99 VALUE 0.
       77  WS-TOT-AVOIRS        PIC 9(09)V99 VALUE 0.
       77  WS-TOT-NETTE         PIC S9(09)V99 VALUE 0.
       77  WS-TOT-DEDUCTIBLE    PIC 9(09)V99 VALUE 0.
       77  WS-CREDIT-ANTERIEUR  PIC 9(09)V99 VALUE 0.
       77  WS-SOLDE             PIC S9(09)V99 VALUE 0.
       77  WS-A-PAYER           PIC 9(09)V99 VALUE 0.
       77  WS-REPORT            PIC 9(09)V99 VALUE 0.
       77  WS-NB-LIGNES-COL     PIC 9(05) VALUE 0.
       77  WS-NB-AVOIRS         PIC 9(05) VALUE 0.
       77  WS-NB-LIGNES-DED     PIC 9(05) VALUE 0.

      *Mise en forme de la feuille.
       77  WS-TAUX-ED           PIC Z9.99.
       77  WS-MNT-ED-1          PIC ZZZZZZZZ9.99.
       77  WS-MNT-ED-2          PIC ZZZZZZZZ9.99.
       77  WS-MNT-ED-3          PIC ZZZZZZZZ9.99.
       77  WS-MNT-ED-4          PIC ZZZZZZZZ9.99.
       77  WS-SIGNE-ED          PIC -ZZZZZZZZ9.99.

      *Horodatage de l'exécution, reporté en en-tête de la feuille.
       01  WS-HORODATAGE        PIC X(19).

      *Date du jour AAAAMMJJ.
       01  WS-DATE-SYS          PIC X(21).
       01  WS-DATE-JOUR.
           05 WS-JOUR-AAAA      PIC 9(04).
           05 WS-JOUR-MM        PIC 9(02).
           05 WS-JOUR-JJ        PIC 9(02).

      *Zone de travail pour l'appel du sous-programme Sauvegarde,
      *qui copie le fichier vise en generation .g1 avant toute
      *reecriture en place.
       01  WS-SV-FICHIER       PIC X(40) VALUE SPACES.

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "declartva".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.

           CALL "Horodatage" USING WS-HORODATAGE.

           DISPLAY "Mois a declarer (AAAAMM, 0 = mois precedent) :".
           ACCEPT WS-MOIS-SAISI.

           IF WS-MOIS-SAISI = "000000" OR WS-MOIS-SAISI = "0"
               MOVE WS-JOUR-AAAA TO WS-SAISI-AAAA
               IF WS-JOUR-MM = 1
                   SUBTRACT 1 FROM WS-SAISI-AAAA
                   MOVE 12 TO WS-SAISI-MM
               ELSE
                   COMPUTE WS-SAISI-MM = WS-JOUR-MM - 1
               END-IF
           END-IF.

           IF WS-MOIS-SAISI IS NOT NUMERIC OR
              WS-SAISI-MM < 1 OR WS-SAISI-MM > 12
               DISPLAY "ERREUR : mois invalide " WS-MOIS-SAISI
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MOIS-SAISI > WS-DATE-JOUR(1:6)
               DISPLAY "ERREUR : le mois " WS-MOIS-SAISI
                       " n'est pas encore commence"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-CHARGER-BAREME-START
           THRU    0100-CHARGER-BAREME-END.

           PERFORM 0150-CHARGER-DECLARATIONS-START
           THRU    0150-CHARGER-DECLARATIONS-END.

           PERFORM 0200-TVA-COLLECTEE-START
           THRU    0200-TVA-COLLECTEE-END.

           PERFORM 0300-AVOIRS-START
           THRU    0300-AVOIRS-END.

           PERFORM 0400-TVA-DEDUCTIBLE-START
           THRU    0400-TVA-DEDUCTIBLE-END.

           PERFORM 0500-SOLDE-START
           THRU    0500-SOLDE-END.

           PERFORM 0600-FEUILLE-START
           THRU    0600-FEUILLE-END.

           PERFORM 0700-REECRIRE-DECLARATIONS-START
           THRU    0700-REECRIRE-DECLARATIONS-END.

           MOVE WS-SOLDE TO WS-SIGNE-ED.
           DISPLAY "Declaration de TVA " WS-MOIS-SAISI " : solde "
                   WS-SIGNE-ED " (" FUNCTION TRIM(WS-NOM-FEUILLE)
                   ")".
           IF WS-NB-POSTERIEURS > 0
               DISPLAY "ATTENTION : " WS-NB-POSTERIEURS
                       " declaration(s) posterieure(s) deja faite(s),"
                       " leur credit anterieur est a reprendre"
           END-IF.

      *Consignation de l'execution dans le journal des operations.
           IF WS-NB-POSTERIEURS > 0
               MOVE "ECART" TO WS-JRN-STATUT
           END-IF.
           COMPUTE WS-JRN-LUS = WS-NB-LIGNES-COL + WS-NB-AVOIRS +
                                WS-NB-LIGNES-DED.
           MOVE 1 TO WS-JRN-ECRITS.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

       0100-CHARGER-BAREME-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-TVA.

      *Statut 05 : fichier optionnel absent, taux standard.
           IF WS-TVA-STATUS = "00" OR WS-TVA-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-TVA
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF WS-NB-TVA < WS-MAX-TVA
                               ADD 1 TO WS-NB-TVA
                               MOVE F-TVA-CATEGORIE TO
                                    WS-TVA-CATEG(WS-NB-TVA)
                               MOVE F-TVA-TAUX      TO
                                    WS-TVA-TAUX(WS-NB-TVA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-TVA
           END-IF.

           EXIT.
       0100-CHARGER-BAREME-END.

      *Registre des declarations : la ligne du mois s'il est deja
      *declare, et le credit reporte par la derniere declaration
      *anterieure.
       0150-CHARGER-DECLARATIONS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-DECLARATIONS.

      *Statut 05 : fichier optionnel absent, aucune declaration.
           IF WS-DECLARATIONS-STATUS = "00" OR
              WS-DECLARATIONS-STATUS = "05"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-DECLARATIONS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-DT-MOIS IS NUMERIC AND
                              WS-NB-DT < WS-MAX-DT - 1
                               ADD 1 TO WS-NB-DT
                               MOVE F-DT-MOIS       TO
                                    WS-DT-MOIS(WS-NB-DT)
                               MOVE F-DT-DATE       TO
                                    WS-DT-DATE(WS-NB-DT)
                               MOVE F-DT-COLLECTEE  TO
                                    WS-DT-COLLECTEE(WS-NB-DT)
                               MOVE F-DT-DEDUCTIBLE TO
                                    WS-DT-DEDUCTIBLE(WS-NB-DT)
                               MOVE F-DT-ANTERIEUR  TO
                                    WS-DT-ANTERIEUR(WS-NB-DT)
                               MOVE F-DT-A-PAYER    TO
                                    WS-DT-A-PAYER(WS-NB-DT)
                               MOVE F-DT-REPORT     TO
                                    WS-DT-REPORT(WS-NB-DT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DECLARATIONS
           END-IF.

           PERFORM VARYING WS-IDX-DT FROM 1 BY 1
                   UNTIL WS-IDX-DT > WS-NB-DT
               EVALUATE TRUE
                   WHEN WS-DT-MOIS(WS-IDX-DT) = WS-MOIS-SAISI
                       MOVE WS-IDX-DT TO WS-DT-TROUVE
                   WHEN WS-DT-MOIS(WS-IDX-DT) > WS-MOIS-SAISI
                       ADD 1 TO WS-NB-POSTERIEURS
                   WHEN WS-DT-MOIS(WS-IDX-DT) > WS-DT-PRECEDENT
                       MOVE WS-DT-MOIS(WS-IDX-DT) TO WS-DT-PRECEDENT
                       MOVE WS-DT-REPORT(WS-IDX-DT)
                            TO WS-CREDIT-ANTERIEUR
               END-EVALUATE
           END-PERFORM.

           EXIT.
       0150-CHARGER-DECLARATIONS-END.

      *TVA collectee du mois, par taux.
       0200-TVA-COLLECTEE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-TVACOL.

           IF WS-TVACOL-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-TVACOL
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-TC-DATE(1:6) = WS-MOIS-SAISI
                               ADD 1 TO WS-NB-LIGNES-COL
                               MOVE F-TC-TAUX TO WS-CLE-TAUX
                               PERFORM 0250-TROUVER-TAUX-START
                               THRU    0250-TROUVER-TAUX-END
                               IF WS-TX-TROUVE > 0
                                   ADD F-TC-BASE TO
                                       WS-TX-BASE-COL(WS-TX-TROUVE)
                                   ADD F-TC-TVA  TO
                                       WS-TX-TVA-COL(WS-TX-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-TVACOL.

           EXIT.
       0200-TVA-COLLECTEE-END.

      *Retrouve (ou cree) l'entree du taux WS-CLE-TAUX.
       0250-TROUVER-TAUX-START.

           MOVE 0 TO WS-TX-TROUVE.
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TX
               IF WS-TX-TAUX(WS-IDX-TX) = WS-CLE-TAUX
                   MOVE WS-IDX-TX TO WS-TX-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TX-TROUVE = 0
               IF WS-NB-TX < WS-MAX-TX
                   ADD 1 TO WS-NB-TX
                   MOVE WS-NB-TX TO WS-TX-TROUVE
                   INITIALIZE WS-TX(WS-TX-TROUVE)
                   MOVE WS-CLE-TAUX TO WS-TX-TAUX(WS-TX-TROUVE)
               ELSE
                   DISPLAY "ATTENTION : trop de taux, WS-MAX-TX"
                           " depasse, taux ignore : " WS-CLE-TAUX
               END-IF
           END-IF.

           EXIT.
       0250-TROUVER-TAUX-END.

      *Avoirs du mois : le montant TTC est ventile au taux de la
      *categorie, HT arrondi et TVA par difference, comme
      *exportfec passe l'ecriture.
       0300-AVOIRS-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-REG-AVOIRS.

           IF WS-REG-AVOIRS-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-REG-AVOIRS
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-RAV-DATE(1:6) = WS-MOIS-SAISI
                               ADD 1 TO WS-NB-AVOIRS
                               PERFORM 0350-UN-AVOIR-START
                               THRU    0350-UN-AVOIR-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-REG-AVOIRS.

           EXIT.
       0300-AVOIRS-END.

       0350-UN-AVOIR-START.

           MOVE WS-TAUX-STANDARD TO WS-CAT-TAUX.
           PERFORM VARYING WS-IDX-TVA FROM 1 BY 1
                   UNTIL WS-IDX-TVA > WS-NB-TVA
               IF WS-TVA-CATEG(WS-IDX-TVA) = F-RAV-CATEGORIE
                   MOVE WS-TVA-TAUX(WS-IDX-TVA) TO WS-CAT-TAUX
               END-IF
           END-PERFORM.

           COMPUTE WS-HT-AVOIR ROUNDED =
                   F-RAV-MONTANT * 100 / (100 + WS-CAT-TAUX).
           COMPUTE WS-TVA-AVOIR = F-RAV-MONTANT - WS-HT-AVOIR.

           MOVE WS-CAT-TAUX TO WS-CLE-TAUX.
           PERFORM 0250-TROUVER-TAUX-START
           THRU    0250-TROUVER-TAUX-END.
           IF WS-TX-TROUVE > 0
               ADD WS-HT-AVOIR  TO WS-TX-BASE-AV(WS-TX-TROUVE)
               ADD WS-TVA-AVOIR TO WS-TX-TVA-AV(WS-TX-TROUVE)
           END-IF.

           EXIT.
       0350-UN-AVOIR-END.

      *TVA deductible du mois sur les factures fournisseurs
      *rapprochees, par taux.
       0400-TVA-DEDUCTIBLE-START.

           MOVE "N" TO WS-FIN-FICHIER.
           OPEN INPUT FICHIER-TVADED.

           IF WS-TVADED-STATUS = "00"
               PERFORM UNTIL WS-FIN-FICHIER = "O"
                   READ FICHIER-TVADED
                       AT END
                           MOVE "O" TO WS-FIN-FICHIER
                       NOT AT END
                           IF F-TD-DATE(1:6) = WS-MOIS-SAISI
                               ADD 1 TO WS-NB-LIGNES-DED
                               MOVE F-TD-TAUX TO WS-CLE-TAUX
                               PERFORM 0250-TROUVER-TAUX-START
                               THRU    0250-TROUVER-TAUX-END
                               IF WS-TX-TROUVE > 0
                                   ADD F-TD-BASE TO
                                       WS-TX-BASE-DED(WS-TX-TROUVE)
                                   ADD F-TD-TVA  TO
                                       WS-TX-TVA-DED(WS-TX-TROUVE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FICHIER-TVADED.

           EXIT.
       0400-TVA-DEDUCTIBLE-END.

      *Solde : collectee moins avoirs, moins deductible, moins le
      *credit anterieur. Positif, il est a payer ; negatif, il est
      *reporte en credit sur le mois suivant.
       0500-SOLDE-START.

           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TX
               ADD WS-TX-TVA-COL(WS-IDX-TX) TO WS-TOT-COLLECTEE
               ADD WS-TX-TVA-AV(WS-IDX-TX)  TO WS-TOT-AVOIRS
               ADD WS-TX-TVA-DED(WS-IDX-TX) TO WS-TOT-DEDUCTIBLE
           END-PERFORM.

           COMPUTE WS-TOT-NETTE = WS-TOT-COLLECTEE - WS-TOT-AVOIRS.
           COMPUTE WS-SOLDE = WS-TOT-NETTE - WS-TOT-DEDUCTIBLE -
                              WS-CREDIT-ANTERIEUR.

           IF WS-SOLDE > 0
               MOVE WS-SOLDE TO WS-A-PAYER
               MOVE 0        TO WS-REPORT
           ELSE
               MOVE 0        TO WS-A-PAYER
               COMPUTE WS-REPORT = 0 - WS-SOLDE
           END-IF.

           EXIT.
       0500-SOLDE-END.

       0600-FEUILLE-START.

           MOVE SPACES TO WS-NOM-FEUILLE.
           STRING "declaration-tva-" WS-MOIS-SAISI ".txt"
                  DELIMITED BY SIZE INTO WS-NOM-FEUILLE.

           OPEN OUTPUT FICHIER-FEUILLE.

           MOVE SPACES TO F-FEUILLE-ENTETE.
           STRING "Declaration de TVA - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-FEUILLE-ENTETE.
           WRITE F-FEUILLE-ENTETE.

           MOVE SPACES TO F-FEUILLE.
           STRING "Mois " WS-MOIS-SAISI
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.
           MOVE SPACES TO F-FEUILLE.
           WRITE F-FEUILLE.

           MOVE "TVA collectee    taux     base HT         TVA"
                TO F-FEUILLE.
           WRITE F-FEUILLE.
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TX
               IF WS-TX-BASE-COL(WS-IDX-TX) > 0 OR
                  WS-TX-TVA-COL(WS-IDX-TX) > 0
                   MOVE WS-TX-TAUX(WS-IDX-TX)    TO WS-TAUX-ED
                   MOVE WS-TX-BASE-COL(WS-IDX-TX) TO WS-MNT-ED-1
                   MOVE WS-TX-TVA-COL(WS-IDX-TX)  TO WS-MNT-ED-2
                   MOVE SPACES TO F-FEUILLE
                   STRING "                 " WS-TAUX-ED "%"
                          WS-MNT-ED-1 WS-MNT-ED-2
                          DELIMITED BY SIZE INTO F-FEUILLE
                   WRITE F-FEUILLE
               END-IF
           END-PERFORM.

           MOVE "Avoirs           taux     base HT         TVA"
                TO F-FEUILLE.
           WRITE F-FEUILLE.
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TX
               IF WS-TX-BASE-AV(WS-IDX-TX) > 0 OR
                  WS-TX-TVA-AV(WS-IDX-TX) > 0
                   MOVE WS-TX-TAUX(WS-IDX-TX)    TO WS-TAUX-ED
                   MOVE WS-TX-BASE-AV(WS-IDX-TX) TO WS-MNT-ED-1
                   MOVE WS-TX-TVA-AV(WS-IDX-TX)  TO WS-MNT-ED-2
                   MOVE SPACES TO F-FEUILLE
                   STRING "                 " WS-TAUX-ED "%"
                          WS-MNT-ED-1 WS-MNT-ED-2
                          DELIMITED BY SIZE INTO F-FEUILLE
                   WRITE F-FEUILLE
               END-IF
           END-PERFORM.

           MOVE "TVA deductible   taux     base HT         TVA"
                TO F-FEUILLE.
           WRITE F-FEUILLE.
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-NB-TX
               IF WS-TX-BASE-DED(WS-IDX-TX) > 0 OR
                  WS-TX-TVA-DED(WS-IDX-TX) > 0
                   MOVE WS-TX-TAUX(WS-IDX-TX)     TO WS-TAUX-ED
                   MOVE WS-TX-BASE-DED(WS-IDX-TX) TO WS-MNT-ED-1
                   MOVE WS-TX-TVA-DED(WS-IDX-TX)  TO WS-MNT-ED-2
                   MOVE SPACES TO F-FEUILLE
                   STRING "                 " WS-TAUX-ED "%"
                          WS-MNT-ED-1 WS-MNT-ED-2
                          DELIMITED BY SIZE INTO F-FEUILLE
                   WRITE F-FEUILLE
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-FEUILLE.
           WRITE F-FEUILLE.

           MOVE WS-TOT-COLLECTEE TO WS-MNT-ED-1.
           MOVE SPACES TO F-FEUILLE.
           STRING "TVA collectee                     " WS-MNT-ED-1
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.
           MOVE WS-TOT-AVOIRS TO WS-MNT-ED-1.
           MOVE SPACES TO F-FEUILLE.
           STRING "- TVA des avoirs                  " WS-MNT-ED-1
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.
           MOVE WS-TOT-NETTE TO WS-SIGNE-ED.
           MOVE SPACES TO F-FEUILLE.
           STRING "= TVA brute due                  " WS-SIGNE-ED
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.
           MOVE WS-TOT-DEDUCTIBLE TO WS-MNT-ED-1.
           MOVE SPACES TO F-FEUILLE.
           STRING "- TVA deductible                  " WS-MNT-ED-1
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.
           MOVE WS-CREDIT-ANTERIEUR TO WS-MNT-ED-1.
           MOVE SPACES TO F-FEUILLE.
           STRING "- Credit reporte du " WS-DT-PRECEDENT
                  "        " WS-MNT-ED-1
                  DELIMITED BY SIZE INTO F-FEUILLE.
           WRITE F-FEUILLE.
           MOVE SPACES TO F-FEUILLE.
           WRITE F-FEUILLE.

           IF WS-REPORT = 0
               MOVE WS-A-PAYER TO WS-MNT-ED-1
               MOVE SPACES TO F-FEUILLE
               STRING "TVA NETTE A PAYER                 " WS-MNT-ED-1
                      DELIMITED BY SIZE INTO F-FEUILLE
               WRITE F-FEUILLE
           ELSE
               MOVE WS-REPORT TO WS-MNT-ED-1
               MOVE SPACES TO F-FEUILLE
               STRING "CREDIT DE TVA A REPORTER          " WS-MNT-ED-1
                      DELIMITED BY SIZE INTO F-FEUILLE
               WRITE F-FEUILLE
           END-IF.

           CLOSE FICHIER-FEUILLE.

           EXIT.
       0600-FEUILLE-END.

      *Le registre est reecrit avec la ligne du mois, remplacee
      *s'il etait deja declare, ajoutee sinon.
       0700-REECRIRE-DECLARATIONS-START.

           IF WS-DT-TROUVE = 0
               ADD 1 TO WS-NB-DT
               MOVE WS-NB-DT TO WS-DT-TROUVE
           END-IF.
           MOVE WS-MOIS-SAISI       TO WS-DT-MOIS(WS-DT-TROUVE).
           MOVE WS-DATE-JOUR        TO WS-DT-DATE(WS-DT-TROUVE).
           IF WS-TOT-NETTE > 0
               MOVE WS-TOT-NETTE    TO WS-DT-COLLECTEE(WS-DT-TROUVE)
           ELSE
               MOVE 0               TO WS-DT-COLLECTEE(WS-DT-TROUVE)
           END-IF.
           MOVE WS-TOT-DEDUCTIBLE   TO WS-DT-DEDUCTIBLE(WS-DT-TROUVE).
           MOVE WS-CREDIT-ANTERIEUR TO WS-DT-ANTERIEUR(WS-DT-TROUVE).
           MOVE WS-A-PAYER          TO WS-DT-A-PAYER(WS-DT-TROUVE).
           MOVE WS-REPORT           TO WS-DT-REPORT(WS-DT-TROUVE).

      *Sauvegarde a generations du registre avant de le remplacer.
           MOVE "declarations-tva.txt" TO WS-SV-FICHIER.
           CALL "Sauvegarde" USING WS-SV-FICHIER.

           OPEN OUTPUT FICHIER-DECLARATIONS.

           PERFORM VARYING WS-IDX-DT FROM 1 BY 1
                   UNTIL WS-IDX-DT > WS-NB-DT
               MOVE SPACES                      TO F-DECLARATION
               MOVE WS-DT-MOIS(WS-IDX-DT)       TO F-DT-MOIS
               MOVE WS-DT-DATE(WS-IDX-DT)       TO F-DT-DATE
               MOVE WS-DT-COLLECTEE(WS-IDX-DT)  TO F-DT-COLLECTEE
               MOVE WS-DT-DEDUCTIBLE(WS-IDX-DT) TO F-DT-DEDUCTIBLE
               MOVE WS-DT-ANTERIEUR(WS-IDX-DT)  TO F-DT-ANTERIEUR
               MOVE WS-DT-A-PAYER(WS-IDX-DT)    TO F-DT-A-PAYER
               MOVE WS-DT-REPORT(WS-IDX-DT)     TO F-DT-REPORT
               WRITE F-DECLARATION
           END-PERFORM.

           CLOSE FICHIER-DECLARATIONS.

           EXIT.
       0700-REECRIRE-DECLARATIONS-END.

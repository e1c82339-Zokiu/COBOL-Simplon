       IDENTIFICATION DIVISION.
       PROGRAM-ID. paiefour.
       AUTHOR.    Terry.

      *Reglement des fournisseurs : parmi les lignes de factures
      *conformes que rapprofact tient dans dettes-fournisseurs.txt,
      *retient celles qui arrivent a echeance a la date limite
      *donnee par l'operateur. L'echeance est la date de facture
      *plus le delai de paiement du fournisseur (fournisseurs.txt,
      *30 jours a defaut) ; une ligne sans date de facture est
      *exigible tout de suite. Les lignes en litige que l'operateur
      *a portees dans exclusions-paiement.txt (une facture entiere
      *si l'article est a blanc) sont ecartees de la proposition.
      *La proposition de paiement (proposition-paiement.txt) est
      *toujours produite ; sur validation de l'operateur, le
      *paiement est passe : un total par fournisseur au registre
      *des paiements fournisseurs, et chaque ligne payee dans
      *factures-payees.txt, pour n'etre jamais reproposee. La
      *balance agee fournisseurs (meme construction que
      *balance-agee.txt de reglements) ventile le reste du par
      *anciennete de la date de facture. Fini la pile de papier.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Referentiel des fournisseurs : nom et delai de paiement.
       SELECT OPTIONAL FICHIER-FOURNISSEURS ASSIGN TO
           "fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOURN-STATUS.

      *Dettes fournisseurs refaites par rapprofact. OPTIONAL : vide
      *tant que rien n'a ete rapproche.
       SELECT OPTIONAL FICHIER-DETTES ASSIGN TO
           "dettes-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETTES-STATUS.

      *Lignes en litige a ne pas payer, saisies par l'operateur.
       SELECT OPTIONAL FICHIER-EXCLUSIONS ASSIGN TO
           "exclusions-paiement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCLUSIONS-STATUS.

      *Lignes deja payees, a la suite des paiements precedents.
       SELECT OPTIONAL FICHIER-PAYEES ASSIGN TO "factures-payees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYEES-STATUS.

       SELECT FICHIER-PROPOSITION ASSIGN TO
           "proposition-paiement.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *Registre des paiements : un total par fournisseur et par
      *paiement, a la suite des paiements precedents.
       SELECT OPTIONAL FICHIER-REG-PAIEMENTS ASSIGN TO
           "registre-paiements-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-PAIE-STATUS.

      *Balance agee par fournisseur.
       SELECT FICHIER-BALANCE ASSIGN TO
           "balance-agee-fournisseurs.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Meme decoupage que le FD FICHIER-FOURNISSEURS de rupture,
      *prolonge du delai de paiement en jours (a blanc : 30).
       FD FICHIER-FOURNISSEURS.
       01  F-FOURNISSEUR.
           05 F-FOURN-CODE      PIC X(08).
           05 FILLER            PIC X(01).
           05 F-FOURN-NOM       PIC X(15).
           05 FILLER            PIC X(01).
           05 F-FOURN-ARTICLE   PIC X(10).
           05 FILLER            PIC X(01).
           05 F-FOURN-PRIX      PIC 9(04)V99.
           05 FILLER            PIC X(01).
           05 F-FOURN-DELAI     PIC 9(02).
           05 FILLER            PIC X(01).
           05 F-FOURN-MINIMUM   PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 F-FOURN-FRANCO    PIC 9(05)V99.
           05 FILLER            PIC X(01).
           05 F-FOURN-COLIS     PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-FOURN-ECHEANCE  PIC 9(03).

      *Meme decoupage que le FD de rapprofact, qui tient ce
      *fichier.
       FD FICHIER-DETTES.
       01  F-DETTE.
           05 F-DF-FOURN        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-DF-NUMERO       PIC X(10).
           05 FILLER            PIC X(01).
           05 F-DF-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-DF-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-DF-MONTANT      PIC 9(07)V99.

      *Une ligne par exclusion : fournisseur, numero de facture,
      *article (a blanc : toute la facture).
       FD FICHIER-EXCLUSIONS.
       01  F-EXCLUSION.
           05 F-EXC-FOURN       PIC X(08).
           05 FILLER            PIC X(01).
           05 F-EXC-NUMERO      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-EXC-ARTICLE     PIC X(10).

      *Une ligne par ligne de facture payee : fournisseur, numero
      *de facture, article, date du paiement et montant paye.
       FD FICHIER-PAYEES.
       01  F-PAYEE.
           05 F-PY-FOURN        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-PY-NUMERO       PIC X(10).
           05 FILLER            PIC X(01).
           05 F-PY-ARTICLE      PIC X(10).
           05 FILLER            PIC X(01).
           05 F-PY-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-PY-MONTANT      PIC 9(07)V99.

       FD FICHIER-PROPOSITION.
       01  F-PROPOSITION        PIC X(100).
      *En-tête d'audit (date/heure d'exécution).
       01  F-PROPOSITION-ENTETE PIC X(60).

      *Une ligne par fournisseur paye : date du paiement,
      *fournisseur, nom, nombre de lignes et total paye.
       FD FICHIER-REG-PAIEMENTS.
       01  F-REG-PAIEMENT.
           05 F-RP-DATE         PIC 9(08).
           05 FILLER            PIC X(01).
           05 F-RP-FOURN        PIC X(08).
           05 FILLER            PIC X(01).
           05 F-RP-NOM          PIC X(15).
           05 FILLER            PIC X(01).
           05 F-RP-NB-LIGNES    PIC 9(03).
           05 FILLER            PIC X(01).
           05 F-RP-MONTANT      PIC 9(09)V99.

       FD FICHIER-BALANCE.
       01  F-BALANCE            PIC X(100).
      *En-tête d'audit (date/heure d'exécution).
       01  F-BALANCE-ENTETE     PIC X(60).

       WORKING-STORAGE SECTION.

      *Nom et delai de paiement par fournisseur (premiere ligne du
      *fournisseur portant un delai).
       01  WS-TABLE-FOURN.
           05 WS-FOURN OCCURS 20 TIMES.
               10 WS-FOURN-CODE      PIC X(08).
               10 WS-FOURN-NOM       PIC X(15).
               10 WS-FOURN-ECHEANCE  PIC 9(03).

       77  WS-IDX-FOURN         PIC 9(02) VALUE 1.
       77  WS-MAX-FOURN         PIC 9(02) VALUE 20.
       77  WS-NB-FOURN          PIC 9(02) VALUE 0.
       77  WS-FOURN-TROUVE      PIC 9(02) VALUE 0.
       77  WS-FIN-FOURN         PIC X(01) VALUE "N".
       77  WS-FOURN-STATUS      PIC X(02) VALUE SPACES.
       77  WS-ECHEANCE-DEFAUT   PIC 9(03) VALUE 30.

      *Lignes de dettes encore ouvertes et leur sort dans ce
      *paiement : D due et proposee, E exclue (litige), N non
      *echue, P payee par ce paiement. Les lignes deja payees ne
      *sont pas retenues.
       01  WS-TABLE-DETTES.
           05 WS-DET OCCURS 300 TIMES.
               10 WS-DET-FOURN      PIC X(08).
               10 WS-DET-NUMERO     PIC X(10).
               10 WS-DET-ARTICLE    PIC X(10).
               10 WS-DET-DATE       PIC 9(08).
               10 WS-DET-MONTANT    PIC 9(07)V99.
               10 WS-DET-ECHEANCE   PIC 9(08).
               10 WS-DET-ETAT       PIC X(01).

       77  WS-IDX-DET           PIC 9(03) VALUE 1.
       77  WS-IDX-DET2          PIC 9(03) VALUE 1.
       77  WS-MAX-DETTES        PIC 9(03) VALUE 300.
       77  WS-NB-DETTES         PIC 9(03) VALUE 0.
       77  WS-FIN-DETTES        PIC X(01) VALUE "N".
       77  WS-DETTES-STATUS     PIC X(02) VALUE SPACES.

      *Exclusions saisies par l'operateur.
       01  WS-TABLE-EXCLUSIONS.
           05 WS-EXC OCCURS 50 TIMES.
               10 WS-EXC-FOURN      PIC X(08).
               10 WS-EXC-NUMERO     PIC X(10).
               10 WS-EXC-ARTICLE    PIC X(10).

       77  WS-IDX-EXC           PIC 9(02) VALUE 1.
       77  WS-MAX-EXCLUSIONS    PIC 9(02) VALUE 50.
       77  WS-NB-EXCLUSIONS     PIC 9(02) VALUE 0.
       77  WS-FIN-EXCLUSIONS    PIC X(01) VALUE "N".
       77  WS-EXCLUSIONS-STATUS PIC X(02) VALUE SPACES.

      *Lignes deja payees : factures-payees.txt ne fait que
      *grandir, il est relu pour chaque ligne de dette plutot que
      *tenu en memoire.
       77  WS-DEJA-PAYEE        PIC X(01) VALUE "N".
       77  WS-FIN-PAYEES        PIC X(01) VALUE "N".
       77  WS-PAYEES-STATUS     PIC X(02) VALUE SPACES.
       77  WS-REG-PAIE-STATUS   PIC X(02) VALUE SPACES.

      *Parametres de l'operateur.
       77  WS-DATE-LIMITE       PIC 9(08) VALUE 0.
       77  WS-VALIDATION        PIC X(01) VALUE "N".

      *Totaux du fournisseur en cours et du paiement.
       77  WS-FOURN-EN-COURS    PIC X(08) VALUE SPACES.
       77  WS-FOURN-DEJA-VU     PIC X(01) VALUE "N".
       77  WS-NOM-EN-COURS      PIC X(15) VALUE SPACES.
       77  WS-TOTAL-FOURN       PIC 9(09)V99 VALUE 0.
       77  WS-NB-LIGNES-FOURN   PIC 9(03) VALUE 0.
       77  WS-TOTAL-PAIEMENT    PIC 9(09)V99 VALUE 0.
       77  WS-NB-DUES           PIC 9(03) VALUE 0.
       77  WS-NB-EXCLUES        PIC 9(03) VALUE 0.
       77  WS-NB-FOURN-PAYES    PIC 9(03) VALUE 0.
       77  WS-MONTANT-ED        PIC ZZZZZZ9.99.
       77  WS-TOTAL-ED          PIC ZZZZZZZZ9.99.

      *Balance agee : reste du du fournisseur en cours ventile par
      *anciennete depuis la date de facture.
       77  WS-AGE-JOURS         PIC S9(05) VALUE 0.
       77  WS-TR-0-30           PIC 9(08)V99 VALUE 0.
       77  WS-TR-31-60          PIC 9(08)V99 VALUE 0.
       77  WS-TR-61-90          PIC 9(08)V99 VALUE 0.
       77  WS-TR-PLUS-90        PIC 9(08)V99 VALUE 0.
       77  WS-TR-ED-1           PIC ZZZZZZZ9.99.
       77  WS-TR-ED-2           PIC ZZZZZZZ9.99.
       77  WS-TR-ED-3           PIC ZZZZZZZ9.99.
       77  WS-TR-ED-4           PIC ZZZZZZZ9.99.

      *Date du jour AAAAMMJJ et ancrage en jours pour le calcul des
      *echeances et de l'age des factures.
       01  WS-DATE-SYS          PIC X(21).
       77  WS-DATE-JOUR         PIC 9(08) VALUE 0.
       77  WS-JOUR-COURANT      PIC 9(07) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc,
      *qui porte la validation de la date limite et le calcul des
      *echeances.
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

      *Horodatage de l'exécution, reporté en en-tête des rapports.
       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal, qui
      *consigne l'execution dans le journal des operations.
       01  WS-JRN-PROGRAMME    PIC X(10) VALUE "paiefour".
       01  WS-JRN-LUS          PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS       PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES      PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT       PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-DATE-SYS.
           MOVE WS-DATE-SYS(1:8)      TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-COURANT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR).

           CALL "Horodatage" USING WS-HORODATAGE.

           DISPLAY "Payer les echeances jusqu'au (AAAAMMJJ, 0 ="
                   " aujourd'hui) :".
           ACCEPT WS-DATE-LIMITE.
           IF WS-DATE-LIMITE = 0
               MOVE WS-DATE-JOUR TO WS-DATE-LIMITE
           END-IF.
           MOVE "V"            TO WS-DC-FONCTION.
           MOVE WS-DATE-LIMITE TO WS-DC-DATE-1.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT NOT = "00"
               DISPLAY "ERREUR : date limite invalide "
                       WS-DATE-LIMITE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0100-CHARGER-FOURN-START
           THRU    0100-CHARGER-FOURN-END.


           PERFORM 0200-CHARGER-EXCLUSIONS-START
           THRU    0200-CHARGER-EXCLUSIONS-END.

           PERFORM 0300-CHARGER-DETTES-START
           THRU    0300-CHARGER-DETTES-END.

           PERFORM 0400-PROPOSITION-START
           THRU    0400-PROPOSITION-END.

           DISPLAY "Proposition : " WS-NB-DUES " ligne(s) a payer, "
                   WS-NB-EXCLUES " exclue(s), total " WS-TOTAL-ED
                   " (proposition-paiement.txt)".

           IF WS-NB-DUES > 0
               DISPLAY "Valider le paiement de la proposition"
                       " (O/N) :"
               ACCEPT WS-VALIDATION
           END-IF.

           IF WS-VALIDATION = "O" OR WS-VALIDATION = "o"
               PERFORM 0600-PASSER-PAIEMENT-START
               THRU    0600-PASSER-PAIEMENT-END
               DISPLAY "Paiement passe : " WS-NB-FOURN-PAYES
                       " fournisseur(s), " WS-NB-DUES " ligne(s)"
               MOVE WS-NB-DUES TO WS-JRN-ECRITS
           ELSE
               DISPLAY "Paiement non passe : proposition seule."
           END-IF.

           PERFORM 0800-BALANCE-AGEE-START
           THRU    0800-BALANCE-AGEE-END.

      *Consignation de l'execution dans le journal des operations.
           MOVE WS-NB-DETTES  TO WS-JRN-LUS.
           MOVE WS-NB-EXCLUES TO WS-JRN-REJETES.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

      *Nom et delai de paiement de chaque fournisseur ; une ligne
      *sans delai n'efface pas celui d'une ligne precedente.
       0100-CHARGER-FOURN-START.

           OPEN INPUT FICHIER-FOURNISSEURS.

           IF WS-FOURN-STATUS = "00" OR WS-FOURN-STATUS = "05"
               PERFORM UNTIL WS-FIN-FOURN = "O"
                   READ FICHIER-FOURNISSEURS
                       AT END
                           MOVE "O" TO WS-FIN-FOURN
                       NOT AT END
                           PERFORM 0110-UN-FOURN-START
                           THRU    0110-UN-FOURN-END
                   END-READ
               END-PERFORM
               CLOSE FICHIER-FOURNISSEURS
           END-IF.

           EXIT.
       0100-CHARGER-FOURN-END.

       0110-UN-FOURN-START.

           MOVE F-FOURN-CODE TO WS-FOURN-EN-COURS.
           PERFORM 0120-TROUVER-FOURN-START
           THRU    0120-TROUVER-FOURN-END.

           IF WS-FOURN-TROUVE = 0
               IF WS-NB-FOURN < WS-MAX-FOURN
                   ADD 1 TO WS-NB-FOURN
                   MOVE WS-NB-FOURN  TO WS-FOURN-TROUVE
                   MOVE F-FOURN-CODE TO WS-FOURN-CODE(WS-FOURN-TROUVE)
                   MOVE F-FOURN-NOM  TO WS-FOURN-NOM(WS-FOURN-TROUVE)
                   MOVE 0 TO WS-FOURN-ECHEANCE(WS-FOURN-TROUVE)
               ELSE
                   GO TO 0110-UN-FOURN-END
               END-IF
           END-IF.

           IF F-FOURN-ECHEANCE IS NUMERIC AND
              WS-FOURN-ECHEANCE(WS-FOURN-TROUVE) = 0
               MOVE F-FOURN-ECHEANCE TO
                    WS-FOURN-ECHEANCE(WS-FOURN-TROUVE)
           END-IF.

           EXIT.
       0110-UN-FOURN-END.

      *Entree du fournisseur WS-FOURN-EN-COURS (0 inconnu).
       0120-TROUVER-FOURN-START.

           MOVE 0 TO WS-FOURN-TROUVE.
           PERFORM VARYING WS-IDX-FOURN FROM 1 BY 1
                   UNTIL WS-IDX-FOURN > WS-NB-FOURN
               IF WS-FOURN-CODE(WS-IDX-FOURN) = WS-FOURN-EN-COURS
                   MOVE WS-IDX-FOURN TO WS-FOURN-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0120-TROUVER-FOURN-END.

       0200-CHARGER-EXCLUSIONS-START.

           OPEN INPUT FICHIER-EXCLUSIONS.

           IF WS-EXCLUSIONS-STATUS = "00" OR
              WS-EXCLUSIONS-STATUS = "05"
               PERFORM UNTIL WS-FIN-EXCLUSIONS = "O"
                   READ FICHIER-EXCLUSIONS
                       AT END
                           MOVE "O" TO WS-FIN-EXCLUSIONS
                       NOT AT END
                           IF WS-NB-EXCLUSIONS < WS-MAX-EXCLUSIONS
                               ADD 1 TO WS-NB-EXCLUSIONS
                               MOVE F-EXC-FOURN   TO
                                    WS-EXC-FOURN(WS-NB-EXCLUSIONS)
                               MOVE F-EXC-NUMERO  TO
                                    WS-EXC-NUMERO(WS-NB-EXCLUSIONS)
                               MOVE F-EXC-ARTICLE TO
                                    WS-EXC-ARTICLE(WS-NB-EXCLUSIONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-EXCLUSIONS
           END-IF.

           EXIT.
       0200-CHARGER-EXCLUSIONS-END.

      *Chaque ligne de dette recoit son echeance et son sort.
       0300-CHARGER-DETTES-START.

           OPEN INPUT FICHIER-DETTES.

           IF WS-DETTES-STATUS = "00" OR WS-DETTES-STATUS = "05"
               PERFORM UNTIL WS-FIN-DETTES = "O"
                   READ FICHIER-DETTES
                       AT END
                           MOVE "O" TO WS-FIN-DETTES
                       NOT AT END
                           PERFORM 0310-DEJA-PAYEE-START
                           THRU    0310-DEJA-PAYEE-END
                           IF WS-DEJA-PAYEE = "N"
                               IF WS-NB-DETTES < WS-MAX-DETTES
                                   ADD 1 TO WS-NB-DETTES
                                   PERFORM 0350-UNE-DETTE-START
                                   THRU    0350-UNE-DETTE-END
                               ELSE
      *Table pleine : des lignes dues ne seraient ni proposees ni
      *portees a la balance agee, paiement refuse.
                                   DISPLAY "ERREUR : plus de "
                                           WS-MAX-DETTES " lignes"
                                           " ouvertes dans dettes-"
                                           "fournisseurs.txt,"
                                           " paiement refuse"
                                   CLOSE FICHIER-DETTES
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-DETTES
           END-IF.

           EXIT.
       0300-CHARGER-DETTES-END.

      *La ligne de dette lue est-elle deja dans factures-payees.txt ?
      *Statut 05 : fichier optionnel absent, premier paiement.
       0310-DEJA-PAYEE-START.

           MOVE "N" TO WS-DEJA-PAYEE.
           MOVE "N" TO WS-FIN-PAYEES.
           OPEN INPUT FICHIER-PAYEES.
           IF WS-PAYEES-STATUS NOT = "00" AND
              WS-PAYEES-STATUS NOT = "05"
               GO TO 0310-DEJA-PAYEE-END
           END-IF.

           PERFORM UNTIL WS-FIN-PAYEES = "O"
               READ FICHIER-PAYEES
                   AT END
                       MOVE "O" TO WS-FIN-PAYEES
                   NOT AT END
                       IF F-PY-FOURN = F-DF-FOURN AND
                          F-PY-NUMERO = F-DF-NUMERO AND
                          F-PY-ARTICLE = F-DF-ARTICLE
                           MOVE "O" TO WS-DEJA-PAYEE
                           MOVE "O" TO WS-FIN-PAYEES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-PAYEES.

           EXIT.
       0310-DEJA-PAYEE-END.

       0350-UNE-DETTE-START.

           MOVE F-DF-FOURN   TO WS-DET-FOURN(WS-NB-DETTES).
           MOVE F-DF-NUMERO  TO WS-DET-NUMERO(WS-NB-DETTES).
           MOVE F-DF-ARTICLE TO WS-DET-ARTICLE(WS-NB-DETTES).
           MOVE F-DF-DATE    TO WS-DET-DATE(WS-NB-DETTES).
           MOVE F-DF-MONTANT TO WS-DET-MONTANT(WS-NB-DETTES).
           MOVE 0            TO WS-DET-ECHEANCE(WS-NB-DETTES).
           MOVE "N"          TO WS-DET-ETAT(WS-NB-DETTES).

      *Echeance : date de facture + delai du fournisseur ; sans
      *date de facture valide, la ligne est exigible.
           MOVE F-DF-FOURN TO WS-FOURN-EN-COURS.
           PERFORM 0120-TROUVER-FOURN-START
           THRU    0120-TROUVER-FOURN-END.
           MOVE "A"                TO WS-DC-FONCTION.
           MOVE F-DF-DATE          TO WS-DC-DATE-1.
           MOVE WS-ECHEANCE-DEFAUT TO WS-DC-NOMBRE.
           IF WS-FOURN-TROUVE > 0
               IF WS-FOURN-ECHEANCE(WS-FOURN-TROUVE) > 0
                   MOVE WS-FOURN-ECHEANCE(WS-FOURN-TROUVE)
                        TO WS-DC-NOMBRE
               END-IF
           END-IF.
           CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                 WS-DC-DATE-2 WS-DC-NOMBRE
                                 WS-DC-RESULTAT WS-DC-STATUT.
           IF WS-DC-STATUT = "00"
               MOVE WS-DC-DATE-2 TO WS-DET-ECHEANCE(WS-NB-DETTES)
           ELSE
               MOVE 0 TO WS-DET-DATE(WS-NB-DETTES)
           END-IF.

           IF WS-DET-ECHEANCE(WS-NB-DETTES) <= WS-DATE-LIMITE
               MOVE "D" TO WS-DET-ETAT(WS-NB-DETTES)
               PERFORM VARYING WS-IDX-EXC FROM 1 BY 1
                       UNTIL WS-IDX-EXC > WS-NB-EXCLUSIONS
                   IF WS-EXC-FOURN(WS-IDX-EXC) = F-DF-FOURN AND
                      WS-EXC-NUMERO(WS-IDX-EXC) = F-DF-NUMERO AND
                      (WS-EXC-ARTICLE(WS-IDX-EXC) = SPACES OR
                       WS-EXC-ARTICLE(WS-IDX-EXC) = F-DF-ARTICLE)
                       MOVE "E" TO WS-DET-ETAT(WS-NB-DETTES)
                   END-IF
               END-PERFORM
           END-IF.

           EXIT.
       0350-UNE-DETTE-END.

      *Proposition : par fournisseur (premiere apparition), les
      *lignes dues puis les lignes exclues, et le total a payer.
       0400-PROPOSITION-START.

           OPEN OUTPUT FICHIER-PROPOSITION.

           MOVE SPACES TO F-PROPOSITION-ENTETE.
           STRING "Proposition de paiement - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-PROPOSITION-ENTETE.
           WRITE F-PROPOSITION-ENTETE.

           MOVE SPACES TO F-PROPOSITION.
           STRING "Echeances jusqu'au " WS-DATE-LIMITE
                  DELIMITED BY SIZE INTO F-PROPOSITION.
           WRITE F-PROPOSITION.

           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-NB-DETTES
               MOVE WS-DET-FOURN(WS-IDX-DET) TO WS-FOURN-EN-COURS
               MOVE "N" TO WS-FOURN-DEJA-VU
               PERFORM VARYING WS-IDX-DET2 FROM 1 BY 1
                       UNTIL WS-IDX-DET2 >= WS-IDX-DET
                   IF WS-DET-FOURN(WS-IDX-DET2) = WS-FOURN-EN-COURS
                       MOVE "O" TO WS-FOURN-DEJA-VU
                   END-IF
               END-PERFORM
               IF WS-FOURN-DEJA-VU = "N"
                   PERFORM 0450-PROPOSITION-FOURN-START
                   THRU    0450-PROPOSITION-FOURN-END
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-PAIEMENT TO WS-TOTAL-ED.
           MOVE SPACES TO F-PROPOSITION.
           STRING "TOTAL DE LA PROPOSITION : " WS-TOTAL-ED
                  " (" WS-NB-DUES " ligne(s))"
                  DELIMITED BY SIZE INTO F-PROPOSITION.
           WRITE F-PROPOSITION.

           CLOSE FICHIER-PROPOSITION.

           EXIT.
       0400-PROPOSITION-END.

       0450-PROPOSITION-FOURN-START.

           MOVE 0 TO WS-TOTAL-FOURN.
           MOVE 0 TO WS-NB-LIGNES-FOURN.

           PERFORM VARYING WS-IDX-DET2 FROM WS-IDX-DET BY 1
                   UNTIL WS-IDX-DET2 > WS-NB-DETTES
               IF WS-DET-FOURN(WS-IDX-DET2) = WS-FOURN-EN-COURS AND
                  (WS-DET-ETAT(WS-IDX-DET2) = "D" OR
                   WS-DET-ETAT(WS-IDX-DET2) = "E")
                   MOVE WS-DET-MONTANT(WS-IDX-DET2) TO WS-MONTANT-ED
                   MOVE SPACES TO F-PROPOSITION
                   IF WS-DET-ETAT(WS-IDX-DET2) = "D"
                       ADD 1 TO WS-NB-DUES
                       ADD 1 TO WS-NB-LIGNES-FOURN
                       ADD WS-DET-MONTANT(WS-IDX-DET2)
                           TO WS-TOTAL-FOURN
                       STRING "   facture " WS-DET-NUMERO(WS-IDX-DET2)
                              " article " WS-DET-ARTICLE(WS-IDX-DET2)
                              " echeance "
                              WS-DET-ECHEANCE(WS-IDX-DET2)
                              " " WS-MONTANT-ED
                              DELIMITED BY SIZE INTO F-PROPOSITION
                   ELSE
                       ADD 1 TO WS-NB-EXCLUES
                       STRING "   facture " WS-DET-NUMERO(WS-IDX-DET2)
                              " article " WS-DET-ARTICLE(WS-IDX-DET2)
                              " echeance "
                              WS-DET-ECHEANCE(WS-IDX-DET2)
                              " " WS-MONTANT-ED
                              " EXCLUE (litige)"
                              DELIMITED BY SIZE INTO F-PROPOSITION
                   END-IF
                   WRITE F-PROPOSITION
               END-IF
           END-PERFORM.

           IF WS-NB-LIGNES-FOURN > 0
               PERFORM 0120-TROUVER-FOURN-START
               THRU    0120-TROUVER-FOURN-END
               MOVE SPACES TO WS-NOM-EN-COURS
               IF WS-FOURN-TROUVE > 0
                   MOVE WS-FOURN-NOM(WS-FOURN-TROUVE)
                        TO WS-NOM-EN-COURS
               END-IF
               ADD WS-TOTAL-FOURN TO WS-TOTAL-PAIEMENT
               MOVE WS-TOTAL-FOURN TO WS-TOTAL-ED
               MOVE SPACES TO F-PROPOSITION
               STRING "Fournisseur " WS-FOURN-EN-COURS
                      " " WS-NOM-EN-COURS
                      " a payer : " WS-TOTAL-ED
                      " (" WS-NB-LIGNES-FOURN " ligne(s))"
                      DELIMITED BY SIZE INTO F-PROPOSITION
               WRITE F-PROPOSITION
           END-IF.

           EXIT.
       0450-PROPOSITION-FOURN-END.

      *Paiement valide : un total par fournisseur au registre des
      *paiements, chaque ligne payee dans factures-payees.txt ; les
      *lignes passent payees pour la balance agee.
       0600-PASSER-PAIEMENT-START.

           OPEN EXTEND FICHIER-REG-PAIEMENTS.
           OPEN EXTEND FICHIER-PAYEES.

           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-NB-DETTES
               MOVE WS-DET-FOURN(WS-IDX-DET) TO WS-FOURN-EN-COURS
               MOVE "N" TO WS-FOURN-DEJA-VU
               PERFORM VARYING WS-IDX-DET2 FROM 1 BY 1
                       UNTIL WS-IDX-DET2 >= WS-IDX-DET
                   IF WS-DET-FOURN(WS-IDX-DET2) = WS-FOURN-EN-COURS
                       MOVE "O" TO WS-FOURN-DEJA-VU
                   END-IF
               END-PERFORM
               IF WS-FOURN-DEJA-VU = "N"
                   PERFORM 0650-PAYER-FOURN-START
                   THRU    0650-PAYER-FOURN-END
               END-IF
           END-PERFORM.

           CLOSE FICHIER-PAYEES.
           CLOSE FICHIER-REG-PAIEMENTS.

           EXIT.
       0600-PASSER-PAIEMENT-END.

       0650-PAYER-FOURN-START.

           MOVE 0 TO WS-TOTAL-FOURN.
           MOVE 0 TO WS-NB-LIGNES-FOURN.

           PERFORM VARYING WS-IDX-DET2 FROM WS-IDX-DET BY 1
                   UNTIL WS-IDX-DET2 > WS-NB-DETTES
               IF WS-DET-FOURN(WS-IDX-DET2) = WS-FOURN-EN-COURS AND
                  WS-DET-ETAT(WS-IDX-DET2) = "D"
                   ADD 1 TO WS-NB-LIGNES-FOURN
                   ADD WS-DET-MONTANT(WS-IDX-DET2) TO WS-TOTAL-FOURN
                   MOVE SPACES                      TO F-PAYEE
                   MOVE WS-DET-FOURN(WS-IDX-DET2)   TO F-PY-FOURN
                   MOVE WS-DET-NUMERO(WS-IDX-DET2)  TO F-PY-NUMERO
                   MOVE WS-DET-ARTICLE(WS-IDX-DET2) TO F-PY-ARTICLE
                   MOVE WS-DATE-JOUR                TO F-PY-DATE
                   MOVE WS-DET-MONTANT(WS-IDX-DET2) TO F-PY-MONTANT
                   WRITE F-PAYEE
                   IF WS-PAYEES-STATUS NOT = "00"
                       DISPLAY "ATTENTION : ecriture factures-payees"
                               ".txt en echec, statut "
                               WS-PAYEES-STATUS
                   END-IF
                   MOVE "P" TO WS-DET-ETAT(WS-IDX-DET2)
               END-IF
           END-PERFORM.

           IF WS-NB-LIGNES-FOURN = 0
               GO TO 0650-PAYER-FOURN-END
           END-IF.

           ADD 1 TO WS-NB-FOURN-PAYES.
           PERFORM 0120-TROUVER-FOURN-START
           THRU    0120-TROUVER-FOURN-END.

           MOVE SPACES             TO F-REG-PAIEMENT.
           MOVE WS-DATE-JOUR       TO F-RP-DATE.
           MOVE WS-FOURN-EN-COURS  TO F-RP-FOURN.
           IF WS-FOURN-TROUVE > 0
               MOVE WS-FOURN-NOM(WS-FOURN-TROUVE) TO F-RP-NOM
           END-IF.
           MOVE WS-NB-LIGNES-FOURN TO F-RP-NB-LIGNES.
           MOVE WS-TOTAL-FOURN     TO F-RP-MONTANT.
           WRITE F-REG-PAIEMENT.
           IF WS-REG-PAIE-STATUS NOT = "00"
               DISPLAY "ATTENTION : ecriture registre-paiements-"
                       "fournisseurs.txt en echec, statut "
                       WS-REG-PAIE-STATUS
           END-IF.

           EXIT.
       0650-PAYER-FOURN-END.

      *Balance agee : pour chaque fournisseur, le reste du (lignes
      *non payees, exclues comprises) ventile par anciennete de la
      *date de facture (0-30, 31-60, 61-90, plus de 90 jours ; une
      *ligne sans date est comptee la plus ancienne).
       0800-BALANCE-AGEE-START.

           OPEN OUTPUT FICHIER-BALANCE.

           MOVE SPACES TO F-BALANCE-ENTETE.
           STRING "Balance agee fournisseurs - execution du "
                  WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-BALANCE-ENTETE.
           WRITE F-BALANCE-ENTETE.

           PERFORM VARYING WS-IDX-DET FROM 1 BY 1
                   UNTIL WS-IDX-DET > WS-NB-DETTES
               MOVE WS-DET-FOURN(WS-IDX-DET) TO WS-FOURN-EN-COURS
      *Le fournisseur n'est traite qu'a sa premiere apparition.
               MOVE "N" TO WS-FOURN-DEJA-VU
               PERFORM VARYING WS-IDX-DET2 FROM 1 BY 1
                       UNTIL WS-IDX-DET2 >= WS-IDX-DET
                   IF WS-DET-FOURN(WS-IDX-DET2) = WS-FOURN-EN-COURS
                       MOVE "O" TO WS-FOURN-DEJA-VU
                   END-IF
               END-PERFORM
               IF WS-FOURN-DEJA-VU = "N"
                   PERFORM 0850-TRANCHES-FOURN-START
                   THRU    0850-TRANCHES-FOURN-END
               END-IF
           END-PERFORM.

           CLOSE FICHIER-BALANCE.

           EXIT.
       0800-BALANCE-AGEE-END.

       0850-TRANCHES-FOURN-START.

           MOVE 0 TO WS-TR-0-30.
           MOVE 0 TO WS-TR-31-60.
           MOVE 0 TO WS-TR-61-90.
           MOVE 0 TO WS-TR-PLUS-90.

           PERFORM VARYING WS-IDX-DET2 FROM WS-IDX-DET BY 1
                   UNTIL WS-IDX-DET2 > WS-NB-DETTES
               IF WS-DET-FOURN(WS-IDX-DET2) = WS-FOURN-EN-COURS AND
                  WS-DET-ETAT(WS-IDX-DET2) NOT = "P"
                   IF WS-DET-DATE(WS-IDX-DET2) = 0
                       MOVE 999 TO WS-AGE-JOURS
                   ELSE
                       COMPUTE WS-AGE-JOURS = WS-JOUR-COURANT -
                               FUNCTION INTEGER-OF-DATE
                                   (WS-DET-DATE(WS-IDX-DET2))
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-AGE-JOURS <= 30
                           ADD WS-DET-MONTANT(WS-IDX-DET2)
                               TO WS-TR-0-30
                       WHEN WS-AGE-JOURS <= 60
                           ADD WS-DET-MONTANT(WS-IDX-DET2)
                               TO WS-TR-31-60
                       WHEN WS-AGE-JOURS <= 90
                           ADD WS-DET-MONTANT(WS-IDX-DET2)
                               TO WS-TR-61-90
                       WHEN OTHER
                           ADD WS-DET-MONTANT(WS-IDX-DET2)
                               TO WS-TR-PLUS-90
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-TR-0-30 > 0 OR WS-TR-31-60 > 0 OR
              WS-TR-61-90 > 0 OR WS-TR-PLUS-90 > 0
               MOVE WS-TR-0-30   TO WS-TR-ED-1
               MOVE WS-TR-31-60  TO WS-TR-ED-2
               MOVE WS-TR-61-90  TO WS-TR-ED-3
               MOVE WS-TR-PLUS-90 TO WS-TR-ED-4
               MOVE SPACES TO F-BALANCE
               STRING "Fournisseur " WS-FOURN-EN-COURS
                      " 0-30: " WS-TR-ED-1
                      " 31-60: " WS-TR-ED-2
                      " 61-90: " WS-TR-ED-3
                      " +90: " WS-TR-ED-4
                      DELIMITED BY SIZE INTO F-BALANCE
               WRITE F-BALANCE
           END-IF.

           EXIT.
       0850-TRANCHES-FOURN-END.

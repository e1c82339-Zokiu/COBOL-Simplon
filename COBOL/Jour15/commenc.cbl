       IDENTIFICATION DIVISION.
       PROGRAM-ID. commenc.
       AUTHOR.    Terry.

      *Commissions sur l'encaisse, a cote du releve de commission
      *qui paie les ventes saisies au journal hebdo : ici un
      *responsable n'est paye que sur ce que ses clients ont
      *effectivement regle. Le client est rattache a son
      *responsable (un numero de client, comme dans le journal
      *hebdo) par portefeuille-clients.txt. Pour chaque facture
      *du grand livre factures-ouvertes.txt tenu par facture et
      *reglements, la part reglee pas encore commissionnee est
      *payee au taux du palier du responsable (VIP 5%, GOLD 3%,
      *STANDARD 1%, les taux de commission). Chaque avoir du
      *registre-avoirs.txt tenu par retours reduit la base : sa
      *commission est deduite une fois, au releve qui suit son
      *emission. Une facture encore ouverte ou partielle plus de
      *90 jours apres son emission (le troisieme palier de
      *relance) est passee en perte : la commission deja versee
      *dessus est reprise au releve suivant, ligne par ligne ; si
      *le client finit par payer, l'encaissement est commissionne
      *de nouveau. Tout ce qui est verse, deduit ou repris est
      *consigne dans commissions-versees.txt, qui evite de payer
      *deux fois la meme somme d'une execution a l'autre.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *Grand livre tenu par facture et reglements. OPTIONAL : sans
      *facture, rien d'encaisse.
       SELECT OPTIONAL FICHIER-FACT-OUV ASSIGN TO
           "factures-ouvertes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FACT-OUV-STATUS.

      *Registre des avoirs tenu par retours. OPTIONAL : sans
      *retour, rien a deduire.
       SELECT OPTIONAL FICHIER-REG-AVOIRS ASSIGN TO
           "registre-avoirs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REG-AVOIRS-STATUS.

      *Rattachement des clients a leur responsable. OPTIONAL :
      *sans portefeuille, aucune facture n'est commissionnee.
       SELECT OPTIONAL FICHIER-PORTEFEUILLE ASSIGN TO
           "portefeuille-clients.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PORTEFEUILLE-STATUS.

      *Fichier maitre des clients indexe sur CLIENT-ID depuis la
      *migration migidx : lecture sequentielle en ordre de cle.
       SELECT FICHIER-CLIENT ASSIGN TO "clients.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLIENT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

      *Historique des commissions versees, deduites et reprises,
      *a la suite des executions precedentes. OPTIONAL : vide au
      *premier releve.
       SELECT OPTIONAL FICHIER-VERSEES ASSIGN TO
           "commissions-versees.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERSEES-STATUS.

       SELECT FICHIER-RELEVE ASSIGN TO
           "commissions-encaissement.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      *Un rattachement : client, responsable.
       FD FICHIER-PORTEFEUILLE.
       01  F-PORTEFEUILLE.
           05 F-PTF-CLIENT    PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-PTF-VENDEUR   PIC 9(04).

       FD FICHIER-CLIENT.
      *Fiche client commune, partagée avec Commande, VIP et Sales.
           COPY "Client.cpy".

      *Un mouvement : type (F commission sur facture encaissee, A
      *deduction d'avoir, R reprise sur facture passee en perte),
      *piece (numero de facture ou d'avoir), responsable, client,
      *date du releve, base et commission (toujours positives, le
      *type donne le sens).
       FD FICHIER-VERSEES.
       01  F-VERSEE.
           05 F-CV-TYPE       PIC X(01).
           05 FILLER          PIC X(01).
           05 F-CV-PIECE      PIC 9(06).
           05 FILLER          PIC X(01).
           05 F-CV-VENDEUR    PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-CV-CLIENT     PIC 9(04).
           05 FILLER          PIC X(01).
           05 F-CV-DATE       PIC 9(08).
           05 FILLER          PIC X(01).
           05 F-CV-BASE       PIC 9(07)V99.
           05 FILLER          PIC X(01).
           05 F-CV-COMMISSION PIC 9(06)V99.

       FD FICHIER-RELEVE.
       01  F-RELEVE               PIC X(100).

       WORKING-STORAGE SECTION.

       77  WS-CLIENT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-FACT-OUV-STATUS     PIC X(02) VALUE SPACES.
       77  WS-REG-AVOIRS-STATUS   PIC X(02) VALUE SPACES.
       77  WS-PORTEFEUILLE-STATUS PIC X(02) VALUE SPACES.
       77  WS-VERSEES-STATUS      PIC X(02) VALUE SPACES.
       77  WS-FIN-FICHIER         PIC X(01) VALUE "N".

      *Fiches clients : nom et palier, et pour un responsable les
      *gains et les retenues du releve.
       01  WS-CLIENT-TABLE.
           05 WS-CLIENT OCCURS 100 TIMES.
             10 WS-CLIENT-ID   PIC 9(08).
             10 WS-NOM         PIC X(15).
             10 WS-TIER        PIC X(08).
             10 WS-GAINS       PIC 9(07)V99.
             10 WS-RETENUES    PIC 9(07)V99.

       77  WS-INDEX-CLIENT     PIC 9(03) VALUE 1.
       77  WS-MAX-CLIENT       PIC 9(03) VALUE 100.
       77  WS-FIN-F-CLIENT     PIC X     VALUE "N".
       77  WS-CLIENT-COUNT     PIC 9(03) VALUE 0.
       77  WS-CLIENT-TROUVE    PIC 9(03) VALUE 0.
      *Fiche du client de la piece et fiche de son responsable.
       77  WS-IDX-CLI-PIECE    PIC 9(03) VALUE 0.
       77  WS-IDX-VENDEUR      PIC 9(03) VALUE 0.
       77  WS-CHERCHE-ID       PIC 9(04) VALUE 0.

      *Portefeuille : responsable de chaque client.
       01  WS-TABLE-PORTEFEUILLE.
           05 WS-PTF OCCURS 200 TIMES.
               10 WS-PTF-CLIENT     PIC 9(04).
               10 WS-PTF-VENDEUR    PIC 9(04).

       77  WS-IDX-PTF          PIC 9(03) VALUE 1.
       77  WS-MAX-PTF          PIC 9(03) VALUE 200.
       77  WS-NB-PTF           PIC 9(03) VALUE 0.
       77  WS-VENDEUR          PIC 9(04) VALUE 0.

      *Deja verse par facture : base et commission nettes des
      *reprises, et responsable qui a touche la commission.
       01  WS-TABLE-VERSE-FACT.
           05 WS-VF OCCURS 300 TIMES.
               10 WS-VF-NUMERO      PIC 9(06).
               10 WS-VF-VENDEUR     PIC 9(04).
               10 WS-VF-BASE        PIC S9(07)V99.
               10 WS-VF-COMMISSION  PIC S9(06)V99.

       77  WS-IDX-VF           PIC 9(03) VALUE 1.
       77  WS-MAX-VF           PIC 9(03) VALUE 300.
       77  WS-NB-VF            PIC 9(03) VALUE 0.
       77  WS-VF-TROUVE        PIC 9(03) VALUE 0.

      *Avoirs dont la commission a deja ete deduite.
       01  WS-TABLE-AVOIRS-DEDUITS.
           05 WS-AD-NUMERO OCCURS 200 TIMES PIC 9(06).

       77  WS-IDX-AD           PIC 9(03) VALUE 1.
       77  WS-MAX-AD           PIC 9(03) VALUE 200.
       77  WS-NB-AD            PIC 9(03) VALUE 0.
       77  WS-AD-TROUVE        PIC 9(03) VALUE 0.

      *Seuil de passage en perte : celui du troisieme palier de
      *relance.
       77  WS-SEUIL-PERTE      PIC 9(03) VALUE 90.
       77  WS-AUJOURDHUI       PIC 9(08) VALUE 0.
       77  WS-AGE              PIC S9(07) VALUE 0.

       77  WS-TAUX             PIC 9V99 VALUE 0.
       77  WS-BASE             PIC S9(07)V99 VALUE 0.
       77  WS-MONTANT          PIC 9(06)V99 VALUE 0.
       77  WS-NET              PIC S9(07)V99 VALUE 0.

       77  WS-BASE-ED          PIC ZZZZZZ9.99.
       77  WS-MONTANT-ED       PIC ZZZZZ9.99.
       77  WS-GAINS-ED         PIC ZZZZZZ9.99.
       77  WS-RETENUES-ED      PIC ZZZZZZ9.99.
       77  WS-NET-ED           PIC -ZZZZZZ9.99.
       77  WS-AGE-ED           PIC ZZZ9.

       77  WS-NB-FACTURES      PIC 9(04) VALUE 0.
       77  WS-NB-AVOIRS-LUS    PIC 9(04) VALUE 0.
       77  WS-NB-COMMISSIONS   PIC 9(04) VALUE 0.
       77  WS-NB-DEDUCTIONS    PIC 9(04) VALUE 0.
       77  WS-NB-REPRISES      PIC 9(04) VALUE 0.
       77  WS-NB-SANS-RESP     PIC 9(04) VALUE 0.
       77  WS-NB-DEBORDEMENTS  PIC 9(04) VALUE 0.

      *Zone de travail pour l'appel du sous-programme DateCalc
      *(age de la facture).
       77  WS-DC-FONCTION       PIC X(01) VALUE SPACE.
       77  WS-DC-DATE-1         PIC 9(08) VALUE 0.
       77  WS-DC-DATE-2         PIC 9(08) VALUE 0.
       77  WS-DC-NOMBRE         PIC S9(05) VALUE 0.
       77  WS-DC-RESULTAT       PIC S9(07) VALUE 0.
       77  WS-DC-STATUT         PIC X(02) VALUE SPACES.

       01  WS-HORODATAGE        PIC X(19).

      *Zone de travail pour l'appel du sous-programme Journal.
       01  WS-JRN-PROGRAMME     PIC X(10) VALUE "commenc".
       01  WS-JRN-LUS           PIC 9(06) VALUE 0.
       01  WS-JRN-ECRITS        PIC 9(06) VALUE 0.
       01  WS-JRN-REJETES       PIC 9(06) VALUE 0.
       01  WS-JRN-STATUT        PIC X(10) VALUE "OK".

       PROCEDURE DIVISION.

           CALL "Horodatage" USING WS-HORODATAGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUJOURDHUI.

           PERFORM 0100-READ-CLIENT-START
           THRU    0100-READ-CLIENT-END.

           PERFORM 0150-LIRE-PORTEFEUILLE-START
           THRU    0150-LIRE-PORTEFEUILLE-END.

           PERFORM 0200-LIRE-VERSEES-START
           THRU    0200-LIRE-VERSEES-END.

           OPEN OUTPUT FICHIER-RELEVE.
           MOVE SPACES TO F-RELEVE.
           STRING "Releve des commissions sur l'encaisse -"
                  " execution du " WS-HORODATAGE
                  DELIMITED BY SIZE INTO F-RELEVE.
           WRITE F-RELEVE.

           OPEN EXTEND FICHIER-VERSEES.

           PERFORM 0300-FACTURES-START
           THRU    0300-FACTURES-END.

           PERFORM 0500-AVOIRS-START
           THRU    0500-AVOIRS-END.

           CLOSE FICHIER-VERSEES.

           PERFORM 0700-PAIE-START
           THRU    0700-PAIE-END.

           CLOSE FICHIER-RELEVE.

           DISPLAY "Commissions sur l'encaisse : " WS-NB-COMMISSIONS
                   " facture(s) commissionnee(s), " WS-NB-DEDUCTIONS
                   " avoir(s) deduit(s), " WS-NB-REPRISES
                   " reprise(s), voir commissions-encaissement.txt".
           IF WS-NB-SANS-RESP > 0
               DISPLAY "ATTENTION : " WS-NB-SANS-RESP " piece(s)"
                       " de client sans responsable dans"
                       " portefeuille-clients.txt"
           END-IF.

           COMPUTE WS-JRN-LUS = WS-NB-FACTURES + WS-NB-AVOIRS-LUS.
           COMPUTE WS-JRN-ECRITS = WS-NB-COMMISSIONS
                                 + WS-NB-DEDUCTIONS + WS-NB-REPRISES.
           COMPUTE WS-JRN-REJETES = WS-NB-SANS-RESP
                                  + WS-NB-DEBORDEMENTS.
           IF WS-NB-DEBORDEMENTS > 0
               MOVE "INCOMPLET" TO WS-JRN-STATUT
           END-IF.
           CALL "Journal" USING WS-JRN-PROGRAMME WS-JRN-LUS
                                WS-JRN-ECRITS WS-JRN-REJETES
                                WS-JRN-STATUT.

           STOP RUN.

      ******************************************************************

       0100-READ-CLIENT-START.

           OPEN INPUT FICHIER-CLIENT.

           PERFORM UNTIL WS-FIN-F-CLIENT = "Y"

            READ FICHIER-CLIENT
               AT END
                   MOVE "Y" TO WS-FIN-F-CLIENT
               NOT AT END
                   IF WS-INDEX-CLIENT <= WS-MAX-CLIENT
                      MOVE CLIENT-ID   TO
                                      WS-CLIENT-ID(WS-INDEX-CLIENT)
                      MOVE CLIENT-NOM  TO
                                      WS-NOM(WS-INDEX-CLIENT)
                      MOVE CLIENT-TIER TO
                                      WS-TIER(WS-INDEX-CLIENT)
                      MOVE 0           TO
                                      WS-GAINS(WS-INDEX-CLIENT)
                                      WS-RETENUES(WS-INDEX-CLIENT)
                      ADD 1 TO WS-INDEX-CLIENT
                   END-IF
             END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENT.

           COMPUTE WS-CLIENT-COUNT = WS-INDEX-CLIENT - 1.

           EXIT.
       0100-READ-CLIENT-END.

       0150-LIRE-PORTEFEUILLE-START.

           OPEN INPUT FICHIER-PORTEFEUILLE.

           IF WS-PORTEFEUILLE-STATUS NOT = "00"
               DISPLAY "ATTENTION : portefeuille-clients.txt absent,"
                       " aucune facture commissionnee"
               CLOSE FICHIER-PORTEFEUILLE
               GO TO 0150-LIRE-PORTEFEUILLE-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-PORTEFEUILLE
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-PTF-CLIENT IS NUMERIC AND
                          F-PTF-VENDEUR IS NUMERIC
                           IF WS-NB-PTF < WS-MAX-PTF
                               ADD 1 TO WS-NB-PTF
                               MOVE F-PTF-CLIENT  TO
                                    WS-PTF-CLIENT(WS-NB-PTF)
                               MOVE F-PTF-VENDEUR TO
                                    WS-PTF-VENDEUR(WS-NB-PTF)
                           ELSE
                               DISPLAY "ATTENTION : portefeuille"
                                       "-clients.txt tronque,"
                                       " WS-MAX-PTF atteint"
                               ADD 1 TO WS-NB-DEBORDEMENTS
                               MOVE "O" TO WS-FIN-FICHIER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PORTEFEUILLE.

           EXIT.
       0150-LIRE-PORTEFEUILLE-END.

      *Ce qui a deja ete verse, deduit ou repris : cumul net par
      *facture, liste des avoirs deja deduits.
       0200-LIRE-VERSEES-START.

           OPEN INPUT FICHIER-VERSEES.

           IF WS-VERSEES-STATUS NOT = "00"
               CLOSE FICHIER-VERSEES
               GO TO 0200-LIRE-VERSEES-END
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-VERSEES
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       PERFORM 0210-UNE-VERSEE-START
                       THRU    0210-UNE-VERSEE-END
               END-READ
           END-PERFORM.

           CLOSE FICHIER-VERSEES.

           EXIT.
       0200-LIRE-VERSEES-END.

       0210-UNE-VERSEE-START.

           IF F-CV-TYPE = "A"
               IF WS-NB-AD < WS-MAX-AD
                   ADD 1 TO WS-NB-AD
                   MOVE F-CV-PIECE TO WS-AD-NUMERO(WS-NB-AD)
               ELSE
                   DISPLAY "ATTENTION : commissions-versees.txt"
                           " tronque, WS-MAX-AD atteint"
                   ADD 1 TO WS-NB-DEBORDEMENTS
                   MOVE "O" TO WS-FIN-FICHIER
               END-IF
               GO TO 0210-UNE-VERSEE-END
           END-IF.

           IF F-CV-TYPE NOT = "F" AND F-CV-TYPE NOT = "R"
               GO TO 0210-UNE-VERSEE-END
           END-IF.

           MOVE F-CV-PIECE TO F-FO-NUMERO.
           PERFORM 0800-CHERCHER-VERSE-START
           THRU    0800-CHERCHER-VERSE-END.

           IF WS-VF-TROUVE = 0
               IF WS-NB-VF < WS-MAX-VF
                   ADD 1 TO WS-NB-VF
                   MOVE WS-NB-VF   TO WS-VF-TROUVE
                   MOVE F-CV-PIECE TO WS-VF-NUMERO(WS-VF-TROUVE)
                   MOVE 0          TO WS-VF-BASE(WS-VF-TROUVE)
                                      WS-VF-COMMISSION(WS-VF-TROUVE)
               ELSE
                   DISPLAY "ATTENTION : commissions-versees.txt"
                           " tronque, WS-MAX-VF atteint"
                   ADD 1 TO WS-NB-DEBORDEMENTS
                   MOVE "O" TO WS-FIN-FICHIER
                   GO TO 0210-UNE-VERSEE-END
               END-IF
           END-IF.

           IF F-CV-TYPE = "F"
               MOVE F-CV-VENDEUR TO WS-VF-VENDEUR(WS-VF-TROUVE)
               ADD F-CV-BASE       TO WS-VF-BASE(WS-VF-TROUVE)
               ADD F-CV-COMMISSION TO WS-VF-COMMISSION(WS-VF-TROUVE)
           ELSE
               SUBTRACT F-CV-BASE FROM WS-VF-BASE(WS-VF-TROUVE)
               SUBTRACT F-CV-COMMISSION FROM
                        WS-VF-COMMISSION(WS-VF-TROUVE)
           END-IF.

           EXIT.
       0210-UNE-VERSEE-END.

       0300-FACTURES-START.

           OPEN INPUT FICHIER-FACT-OUV.

           IF WS-FACT-OUV-STATUS NOT = "00"
               CLOSE FICHIER-FACT-OUV
               GO TO 0300-FACTURES-END
           END-IF.

           MOVE SPACES TO F-RELEVE.
           STRING "---- Factures encaissees et reprises ----"
                  DELIMITED BY SIZE INTO F-RELEVE.
           WRITE F-RELEVE.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-FACT-OUV
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-FO-NUMERO IS NUMERIC AND
                          F-FO-REGLE IS NUMERIC
                           ADD 1 TO WS-NB-FACTURES
                           PERFORM 0400-UNE-FACTURE-START
                           THRU    0400-UNE-FACTURE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FACT-OUV.

           EXIT.
       0300-FACTURES-END.

      *Une facture : passee en perte, la commission deja versee
      *est reprise au responsable qui l'a touchee ; sinon, la part
      *reglee depuis le dernier releve est commissionnee.
       0400-UNE-FACTURE-START.

           PERFORM 0800-CHERCHER-VERSE-START
           THRU    0800-CHERCHER-VERSE-END.

           MOVE F-FO-CLIENT TO WS-CHERCHE-ID.
           PERFORM 0820-CHERCHER-CLIENT-START
           THRU    0820-CHERCHER-CLIENT-END.
           MOVE WS-CLIENT-TROUVE TO WS-IDX-CLI-PIECE.

           MOVE 0 TO WS-AGE.
           IF F-FO-STATUT = "O" OR F-FO-STATUT = "P"
               MOVE "E"           TO WS-DC-FONCTION
               MOVE F-FO-DATE     TO WS-DC-DATE-1
               MOVE WS-AUJOURDHUI TO WS-DC-DATE-2
               CALL "DateCalc" USING WS-DC-FONCTION WS-DC-DATE-1
                                     WS-DC-DATE-2 WS-DC-NOMBRE
                                     WS-DC-RESULTAT WS-DC-STATUT
               IF WS-DC-STATUT = "00"
                   MOVE WS-DC-RESULTAT TO WS-AGE
               END-IF
           END-IF.

           IF WS-AGE > WS-SEUIL-PERTE
               PERFORM 0450-REPRISE-START
               THRU    0450-REPRISE-END
               GO TO 0400-UNE-FACTURE-END
           END-IF.

           MOVE 0 TO WS-BASE.
           IF WS-VF-TROUVE > 0
               MOVE WS-VF-BASE(WS-VF-TROUVE) TO WS-BASE
           END-IF.
           COMPUTE WS-BASE = F-FO-REGLE - WS-BASE.
           IF WS-BASE NOT > 0
               GO TO 0400-UNE-FACTURE-END
           END-IF.

           MOVE F-FO-CLIENT TO WS-CHERCHE-ID.
           PERFORM 0810-CHERCHER-VENDEUR-START
           THRU    0810-CHERCHER-VENDEUR-END.
           IF WS-IDX-VENDEUR = 0
               ADD 1 TO WS-NB-SANS-RESP
               MOVE SPACES TO F-RELEVE
               STRING "Facture " F-FO-NUMERO " client " F-FO-CLIENT
                      " sans responsable : encaissement non"
                      " commissionne"
                      DELIMITED BY SIZE INTO F-RELEVE
               WRITE F-RELEVE
               GO TO 0400-UNE-FACTURE-END
           END-IF.

           PERFORM 0830-TAUX-START
           THRU    0830-TAUX-END.
           COMPUTE WS-MONTANT ROUNDED = WS-BASE * WS-TAUX.
           ADD WS-MONTANT TO WS-GAINS(WS-IDX-VENDEUR).
           ADD 1 TO WS-NB-COMMISSIONS.

           MOVE SPACES      TO F-VERSEE.
           MOVE "F"         TO F-CV-TYPE.
           MOVE F-FO-NUMERO TO F-CV-PIECE.
           MOVE WS-VENDEUR  TO F-CV-VENDEUR.
           MOVE F-FO-CLIENT TO F-CV-CLIENT.
           MOVE WS-AUJOURDHUI TO F-CV-DATE.
           MOVE WS-BASE     TO F-CV-BASE.
           MOVE WS-MONTANT  TO F-CV-COMMISSION.
           WRITE F-VERSEE.

           MOVE WS-BASE    TO WS-BASE-ED.
           MOVE WS-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO F-RELEVE.
           STRING "Facture " F-FO-NUMERO " "
                  FUNCTION TRIM(WS-NOM(WS-IDX-CLI-PIECE))
                  " encaisse " WS-BASE-ED
                  " taux " WS-TAUX
                  " commission " WS-MONTANT-ED
                  " a " FUNCTION TRIM(WS-NOM(WS-IDX-VENDEUR))
                  DELIMITED BY SIZE INTO F-RELEVE.
           WRITE F-RELEVE.

           EXIT.
       0400-UNE-FACTURE-END.

      *Reprise detaillee de la commission nette deja versee sur
      *une facture passee en perte.
       0450-REPRISE-START.

           IF WS-VF-TROUVE = 0
               GO TO 0450-REPRISE-END
           END-IF.
           IF WS-VF-COMMISSION(WS-VF-TROUVE) NOT > 0
               GO TO 0450-REPRISE-END
           END-IF.

           MOVE WS-VF-VENDEUR(WS-VF-TROUVE) TO WS-VENDEUR
                                               WS-CHERCHE-ID.
           PERFORM 0820-CHERCHER-CLIENT-START
           THRU    0820-CHERCHER-CLIENT-END.
           MOVE WS-CLIENT-TROUVE TO WS-IDX-VENDEUR.

           MOVE WS-VF-BASE(WS-VF-TROUVE)       TO WS-BASE.
           MOVE WS-VF-COMMISSION(WS-VF-TROUVE) TO WS-MONTANT.
           IF WS-IDX-VENDEUR > 0
               ADD WS-MONTANT TO WS-RETENUES(WS-IDX-VENDEUR)
           END-IF.
           ADD 1 TO WS-NB-REPRISES.

           MOVE SPACES      TO F-VERSEE.
           MOVE "R"         TO F-CV-TYPE.
           MOVE F-FO-NUMERO TO F-CV-PIECE.
           MOVE WS-VENDEUR  TO F-CV-VENDEUR.
           MOVE F-FO-CLIENT TO F-CV-CLIENT.
           MOVE WS-AUJOURDHUI TO F-CV-DATE.
           MOVE WS-BASE     TO F-CV-BASE.
           MOVE WS-MONTANT  TO F-CV-COMMISSION.
           WRITE F-VERSEE.

           MOVE WS-BASE    TO WS-BASE-ED.
           MOVE WS-MONTANT TO WS-MONTANT-ED.
           MOVE WS-AGE     TO WS-AGE-ED.
           MOVE SPACES TO F-RELEVE.
           IF WS-IDX-VENDEUR > 0
               STRING "Reprise facture " F-FO-NUMERO " du "
                      F-FO-DATE " impayee " WS-AGE-ED " j :"
                      " base " WS-BASE-ED
                      " reprise " WS-MONTANT-ED
                      " a " FUNCTION TRIM(WS-NOM(WS-IDX-VENDEUR))
                      DELIMITED BY SIZE INTO F-RELEVE
           ELSE
               STRING "Reprise facture " F-FO-NUMERO " du "
                      F-FO-DATE " impayee " WS-AGE-ED " j :"
                      " base " WS-BASE-ED
                      " reprise " WS-MONTANT-ED
                      " a " WS-VENDEUR " inconnu"
                      DELIMITED BY SIZE INTO F-RELEVE
           END-IF.
           WRITE F-RELEVE.

           EXIT.
       0450-REPRISE-END.

       0500-AVOIRS-START.

           OPEN INPUT FICHIER-REG-AVOIRS.

           IF WS-REG-AVOIRS-STATUS NOT = "00"
               CLOSE FICHIER-REG-AVOIRS
               GO TO 0500-AVOIRS-END
           END-IF.

           MOVE SPACES TO F-RELEVE.
           STRING "---- Avoirs deduits de la base ----"
                  DELIMITED BY SIZE INTO F-RELEVE.
           WRITE F-RELEVE.

           MOVE "N" TO WS-FIN-FICHIER.
           PERFORM UNTIL WS-FIN-FICHIER = "O"
               READ FICHIER-REG-AVOIRS
                   AT END
                       MOVE "O" TO WS-FIN-FICHIER
                   NOT AT END
                       IF F-RAV-NUMERO IS NUMERIC AND
                          F-RAV-MONTANT IS NUMERIC
                           ADD 1 TO WS-NB-AVOIRS-LUS
                           PERFORM 0600-UN-AVOIR-START
                           THRU    0600-UN-AVOIR-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REG-AVOIRS.

           EXIT.
       0500-AVOIRS-END.

      *Un avoir pas encore deduit : sa commission, au taux du
      *responsable actuel du client, est retenue sur le releve.
       0600-UN-AVOIR-START.

           MOVE 0 TO WS-AD-TROUVE.
           PERFORM VARYING WS-IDX-AD FROM 1 BY 1
                   UNTIL WS-IDX-AD > WS-NB-AD
               IF WS-AD-NUMERO(WS-IDX-AD) = F-RAV-NUMERO
                   MOVE WS-IDX-AD TO WS-AD-TROUVE
               END-IF
           END-PERFORM.
           IF WS-AD-TROUVE > 0
               GO TO 0600-UN-AVOIR-END
           END-IF.

           MOVE F-RAV-CLIENT TO WS-CHERCHE-ID.
           PERFORM 0820-CHERCHER-CLIENT-START
           THRU    0820-CHERCHER-CLIENT-END.
           MOVE WS-CLIENT-TROUVE TO WS-IDX-CLI-PIECE.

      *Sans responsable, l'avoir reste a deduire : il le sera au
      *premier releve qui suit le rattachement du client.
           PERFORM 0810-CHERCHER-VENDEUR-START
           THRU    0810-CHERCHER-VENDEUR-END.
           IF WS-IDX-VENDEUR = 0
               ADD 1 TO WS-NB-SANS-RESP
               MOVE SPACES TO F-RELEVE
               STRING "Avoir " F-RAV-NUMERO " client " F-RAV-CLIENT
                      " sans responsable : deduction en attente"
                      DELIMITED BY SIZE INTO F-RELEVE
               WRITE F-RELEVE
               GO TO 0600-UN-AVOIR-END
           END-IF.

           PERFORM 0830-TAUX-START
           THRU    0830-TAUX-END.
           COMPUTE WS-MONTANT ROUNDED = F-RAV-MONTANT * WS-TAUX.
           ADD WS-MONTANT TO WS-RETENUES(WS-IDX-VENDEUR).
           ADD 1 TO WS-NB-DEDUCTIONS.

           IF WS-NB-AD < WS-MAX-AD
               ADD 1 TO WS-NB-AD
               MOVE F-RAV-NUMERO TO WS-AD-NUMERO(WS-NB-AD)
           END-IF.

           MOVE SPACES        TO F-VERSEE.
           MOVE "A"           TO F-CV-TYPE.
           MOVE F-RAV-NUMERO  TO F-CV-PIECE.
           MOVE WS-VENDEUR    TO F-CV-VENDEUR.
           MOVE F-RAV-CLIENT  TO F-CV-CLIENT.
           MOVE WS-AUJOURDHUI TO F-CV-DATE.
           MOVE F-RAV-MONTANT TO F-CV-BASE.
           MOVE WS-MONTANT    TO F-CV-COMMISSION.
           WRITE F-VERSEE.

           MOVE F-RAV-MONTANT TO WS-BASE-ED.
           MOVE WS-MONTANT    TO WS-MONTANT-ED.
           MOVE SPACES TO F-RELEVE.
           IF WS-IDX-CLI-PIECE > 0
               STRING "Avoir " F-RAV-NUMERO " du " F-RAV-DATE " "
                      FUNCTION TRIM(WS-NOM(WS-IDX-CLI-PIECE))
                      " montant " WS-BASE-ED
                      " commission deduite " WS-MONTANT-ED
                      " a " FUNCTION TRIM(WS-NOM(WS-IDX-VENDEUR))
                      DELIMITED BY SIZE INTO F-RELEVE
           ELSE
               STRING "Avoir " F-RAV-NUMERO " du " F-RAV-DATE
                      " client " F-RAV-CLIENT
                      " montant " WS-BASE-ED
                      " commission deduite " WS-MONTANT-ED
                      " a " FUNCTION TRIM(WS-NOM(WS-IDX-VENDEUR))
                      DELIMITED BY SIZE INTO F-RELEVE
           END-IF.
           WRITE F-RELEVE.

           EXIT.
       0600-UN-AVOIR-END.

      *Ligne de paie par responsable : commissions de l'encaisse,
      *moins les avoirs et les reprises. Un net negatif reste du
      *par le responsable et se retient sur sa paie.
       0700-PAIE-START.

           MOVE SPACES TO F-RELEVE.
           STRING "---- Paie sur l'encaisse ----"
                  DELIMITED BY SIZE INTO F-RELEVE.
           WRITE F-RELEVE.

           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               IF WS-GAINS(WS-INDEX-CLIENT) > 0 OR
                  WS-RETENUES(WS-INDEX-CLIENT) > 0
                   COMPUTE WS-NET = WS-GAINS(WS-INDEX-CLIENT)
                                  - WS-RETENUES(WS-INDEX-CLIENT)
                   MOVE WS-GAINS(WS-INDEX-CLIENT)    TO WS-GAINS-ED
                   MOVE WS-RETENUES(WS-INDEX-CLIENT) TO
                        WS-RETENUES-ED
                   MOVE WS-NET TO WS-NET-ED
                   MOVE SPACES TO F-RELEVE
                   STRING "PAIE "
                          FUNCTION TRIM(WS-NOM(WS-INDEX-CLIENT))
                          " : commissions " WS-GAINS-ED
                          " retenues " WS-RETENUES-ED
                          " net " WS-NET-ED
                          DELIMITED BY SIZE INTO F-RELEVE
                   WRITE F-RELEVE
               END-IF
           END-PERFORM.

           EXIT.
       0700-PAIE-END.

      *Cumul deja verse pour la facture F-FO-NUMERO (0 = aucun).
       0800-CHERCHER-VERSE-START.

           MOVE 0 TO WS-VF-TROUVE.
           PERFORM VARYING WS-IDX-VF FROM 1 BY 1
                   UNTIL WS-IDX-VF > WS-NB-VF
               IF WS-VF-NUMERO(WS-IDX-VF) = F-FO-NUMERO
                   MOVE WS-IDX-VF TO WS-VF-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0800-CHERCHER-VERSE-END.

      *Responsable du client WS-CHERCHE-ID d'apres le portefeuille
      *(le dernier rattachement du fichier l'emporte) et sa fiche ;
      *WS-IDX-VENDEUR a 0 si le client n'est pas rattache ou si le
      *responsable n'a pas de fiche.
       0810-CHERCHER-VENDEUR-START.

           MOVE 0 TO WS-VENDEUR WS-IDX-VENDEUR.
           PERFORM VARYING WS-IDX-PTF FROM 1 BY 1
                   UNTIL WS-IDX-PTF > WS-NB-PTF
               IF WS-PTF-CLIENT(WS-IDX-PTF) = WS-CHERCHE-ID
                   MOVE WS-PTF-VENDEUR(WS-IDX-PTF) TO WS-VENDEUR
               END-IF
           END-PERFORM.
           IF WS-VENDEUR = 0
               GO TO 0810-CHERCHER-VENDEUR-END
           END-IF.

           MOVE WS-VENDEUR TO WS-CHERCHE-ID.
           PERFORM 0820-CHERCHER-CLIENT-START
           THRU    0820-CHERCHER-CLIENT-END.
           MOVE WS-CLIENT-TROUVE TO WS-IDX-VENDEUR.

           EXIT.
       0810-CHERCHER-VENDEUR-END.

       0820-CHERCHER-CLIENT-START.

           MOVE 0 TO WS-CLIENT-TROUVE.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
                   UNTIL WS-INDEX-CLIENT > WS-CLIENT-COUNT
               IF WS-CLIENT-ID(WS-INDEX-CLIENT) = WS-CHERCHE-ID
                   MOVE WS-INDEX-CLIENT TO WS-CLIENT-TROUVE
               END-IF
           END-PERFORM.

           EXIT.
       0820-CHERCHER-CLIENT-END.

      *Taux selon le palier du responsable : VIP 5%, GOLD 3%,
      *STANDARD 1%, comme dans commission.
       0830-TAUX-START.

           EVALUATE WS-TIER(WS-IDX-VENDEUR)
               WHEN "VIP"      MOVE 0.05 TO WS-TAUX
               WHEN "GOLD"     MOVE 0.03 TO WS-TAUX
               WHEN OTHER      MOVE 0.01 TO WS-TAUX
           END-EVALUATE.

           EXIT.
       0830-TAUX-END.
